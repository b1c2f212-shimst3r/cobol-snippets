       IDENTIFICATION DIVISION.
       PROGRAM-ID. StandingMaint.
      *Maintain the standing-entries file - the amounts that hit the
      *calc ledger the same way every period, such as branch rent,
      *service fees, and depreciation, and that StandingPost posts
      *each night they fall due. Add a new standing entry, change
      *one, delete one, and list the file. Every entry is proved as
      *it is keyed: an entry id, a category on the category master
      *and in force on the next due date, a branch on the branch
      *master, a signed non-zero amount, a frequency of M, Q, or A,
      *a real next due date, and an end date not before it (blank
      *for open-ended). Every applied change is printed on a
      *maintenance register with before and after images. Refused
      *while the batch run-lock is held, so the file cannot change
      *under the nightly posting.
       AUTHOR. Nils Müller.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STANDING-FILE ASSIGN TO "standing-entries.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STANDING-STATUS.
           SELECT CATEGORY-MASTER ASSIGN TO "category-master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATMAST-STATUS.
           SELECT BRANCH-MASTER ASSIGN TO "branch-master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRANCH-STATUS.
           SELECT MAINT-REGISTER
               ASSIGN TO "standing-maint-register.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD STANDING-FILE.
       01 STANDING-RECORD.
           COPY "standing_entry".

       FD CATEGORY-MASTER.
       01 CATEGORY-RECORD.
           COPY "category_record".

       FD BRANCH-MASTER.
       01 BRANCH-RECORD.
           COPY "branch_record".

       FD MAINT-REGISTER.
       01 REGISTER-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-STANDING-STATUS PIC XX.
       01 WS-CATMAST-STATUS PIC XX.
       01 WS-BRANCH-STATUS PIC XX.
       01 STANDING-EOF-SW PIC X VALUE "N".
         88 End-Of-Standing-File VALUE "Y".
       01 CATMAST-EOF-SW PIC X VALUE "N".
         88 End-Of-Catmast-File VALUE "Y".
       01 BRANCH-EOF-SW PIC X VALUE "N".
         88 End-Of-Branch-File VALUE "Y".

       01 WS-ACTION PIC X VALUE SPACE.
         88 Add-Action VALUE "A" "a".
         88 Change-Action VALUE "C" "c".
         88 Delete-Action VALUE "D" "d".
         88 List-Action VALUE "L" "l".
         88 End-Action VALUE "E" "e".

      *The whole file is held while it is maintained; a deleted
      *entry is flagged and dropped when the file is rewritten.
       01 WS-STANDING-LIMIT PIC 9(3) VALUE 500.
       01 WS-STANDING-COUNT PIC 9(3) VALUE 0.
       01 WS-STANDING-TABLE.
         02 WS-STANDING-ENTRY OCCURS 500 TIMES.
           03 WS-SE-DELETED PIC X.
           03 WS-SE-IMAGE PIC X(83).
       01 WS-STANDING-IDX PIC 9(3).
       01 WS-FOUND-IDX PIC 9(3).
       01 WS-FOUND-SW PIC X.
         88 Entry-Found VALUE "Y".
       01 WS-CHANGED-SW PIC X VALUE "N".
         88 Table-Changed VALUE "Y".
       01 WS-OVERFLOW-SW PIC X VALUE "N".
         88 Standing-Table-Overflow VALUE "Y".

      *One standing entry being keyed or shown.
       01 WS-STANDING-WORK.
           COPY "standing_entry".

       01 WS-ENTRY-ID-IN PIC X(6).
       01 WS-CATEGORY-IN PIC X(4).
       01 WS-BRANCH-IN PIC X(4).
       01 WS-AMOUNT-IN PIC S9(9)V99 SIGN LEADING SEPARATE.
       01 WS-AMOUNT-DISP PIC +ZZZZZZZZ9.99.
       01 WS-FREQUENCY-IN PIC X.
       01 WS-NEXT-DUE-IN PIC 9(8).
       01 WS-END-DATE-IN PIC 9(8).
       01 WS-DESCRIPTION-IN PIC X(30).
       01 WS-ENTRY-OK-SW PIC X.
         88 Entry-Is-Valid VALUE "Y".
      *An end date of all nines is an open-ended standing entry.
       01 WS-OPEN-ENDED PIC 9(8) VALUE 99999999.

      *Reference lookups - the category must be in force on the
      *next due date and the branch must be on the branch master.
       01 WS-CATEGORY-SW PIC X.
         88 Category-In-Force VALUE "Y".
       01 WS-BRANCH-SW PIC X.
         88 Branch-On-Master VALUE "Y".

      *Date validation work fields.
       01 WS-DATE-IN PIC X(8).
       01 WS-DATE-WORK PIC 9(8).
       01 WS-DATE-PARTS REDEFINES WS-DATE-WORK.
         02 WS-WORK-YEAR PIC 9(4).
         02 WS-WORK-MONTH PIC 99.
         02 WS-WORK-DAY PIC 99.
       01 WS-FIELD-OK-SW PIC X.
         88 Field-Is-Valid VALUE "Y".
       01 MONTH-DAYS-TABLE VALUE "312831303130313130313031".
         02 MONTH-DAYS-ENTRY PIC 99 OCCURS 12 TIMES.
       01 WS-MAX-DAY PIC 99.
       01 WS-IS-LEAP-SW PIC X VALUE "N".
         88 Is-Leap-Year VALUE "Y".

       01 WS-RUN-DATE PIC 9(8).
       01 WS-BEFORE-IMAGE PIC X(83).
       01 WS-AFTER-IMAGE PIC X(83).
       01 WS-REGISTER-ACTION PIC X(10).
       01 WS-APPLIED-COUNT PIC 9(5) VALUE 0.

      *Run-lock query - the file may not change under a nightly
      *run that is posting from it.
       01 WS-LOCK-ACTION PIC X.
       01 WS-LOCK-HELD PIC X.

      *The finished register is handed to the print spool for
      *operator release instead of being hunted down by file name.
       01 WS-SPOOL-PROGRAM PIC X(20) VALUE "StandingMaint".
       01 WS-SPOOL-REPORT PIC X(30)
          VALUE "standing-maint-register.txt".
       01 WS-SAVED-RC PIC 9(4).

       PROCEDURE DIVISION.
       Main.
           MOVE "Q" TO WS-LOCK-ACTION
           CALL "RunLock" USING WS-LOCK-ACTION WS-LOCK-HELD
           IF WS-LOCK-HELD = "Y"
             DISPLAY "Batch run-lock is held - the nightly run is "
               "in progress. Maintenance refused."
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM Load-Standing-Table
      *A file bigger than the table must never be rewritten from
      *it - entries past the limit would be silently lost.
           IF Standing-Table-Overflow
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           OPEN OUTPUT MAINT-REGISTER
           PERFORM Write-Register-Heading
           PERFORM Get-Maint-Action
           PERFORM UNTIL End-Action
             EVALUATE TRUE
               WHEN Add-Action
                 PERFORM Add-Standing-Entry
               WHEN Change-Action
                 PERFORM Change-Standing-Entry
               WHEN Delete-Action
                 PERFORM Delete-Standing-Entry
               WHEN List-Action
                 PERFORM List-Standing-Entries
               WHEN OTHER
                 DISPLAY "Enter A, C, D, L, or E."
             END-EVALUATE
             PERFORM Get-Maint-Action
           END-PERFORM
           PERFORM Write-Register-Totals
           CLOSE MAINT-REGISTER
           PERFORM Spool-Finished-Report
           IF Table-Changed
             PERFORM Rewrite-Standing-File
             DISPLAY "Standing-entries file rewritten."
           END-IF
           GOBACK.

       Get-Maint-Action.
           DISPLAY "Action - (A)dd, (C)hange, (D)elete, (L)ist, "
             "or (E)nd: "
           ACCEPT WS-ACTION.

       Load-Standing-Table.
           MOVE 0 TO WS-STANDING-COUNT
           OPEN INPUT STANDING-FILE
           IF WS-STANDING-STATUS = "35"
             DISPLAY "Standing-entries file not found - starting "
               "empty."
           ELSE
             MOVE "N" TO STANDING-EOF-SW
             READ STANDING-FILE
               AT END MOVE "Y" TO STANDING-EOF-SW
             END-READ
             PERFORM UNTIL End-Of-Standing-File
                OR WS-STANDING-COUNT >= WS-STANDING-LIMIT
               ADD 1 TO WS-STANDING-COUNT
               MOVE SPACE TO WS-SE-DELETED(WS-STANDING-COUNT)
               MOVE STANDING-RECORD
                 TO WS-SE-IMAGE(WS-STANDING-COUNT)
               READ STANDING-FILE
                 AT END MOVE "Y" TO STANDING-EOF-SW
               END-READ
             END-PERFORM
             IF NOT End-Of-Standing-File
               MOVE "Y" TO WS-OVERFLOW-SW
               DISPLAY "Standing-entries file holds more than ",
                 WS-STANDING-LIMIT, " records - maintenance "
                 "abandoned."
             END-IF
             CLOSE STANDING-FILE
           END-IF.

       Accept-Entry-Id.
           MOVE "N" TO WS-ENTRY-OK-SW
           DISPLAY "Standing entry id (up to 6 characters): "
           ACCEPT WS-ENTRY-ID-IN
           IF WS-ENTRY-ID-IN = SPACES
             DISPLAY "Entry id may not be blank."
           ELSE
             MOVE "Y" TO WS-ENTRY-OK-SW
             PERFORM Find-Standing-Entry
           END-IF.

       Find-Standing-Entry.
           MOVE "N" TO WS-FOUND-SW
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-STANDING-IDX FROM 1 BY 1
               UNTIL WS-STANDING-IDX > WS-STANDING-COUNT
                  OR Entry-Found
             MOVE WS-SE-IMAGE(WS-STANDING-IDX) TO WS-STANDING-WORK
             IF SeEntryId OF WS-STANDING-WORK = WS-ENTRY-ID-IN
                AND WS-SE-DELETED(WS-STANDING-IDX) = SPACE
               MOVE "Y" TO WS-FOUND-SW
               MOVE WS-STANDING-IDX TO WS-FOUND-IDX
             END-IF
           END-PERFORM.

      *The fields behind the id. The next due date is proved first
      *because the category must be in force on it.
       Accept-Entry-Fields.
           MOVE "N" TO WS-ENTRY-OK-SW
           DISPLAY "Next due date (YYYYMMDD): "
           ACCEPT WS-DATE-IN
           PERFORM Validate-Date-Work
           IF Field-Is-Valid
             MOVE WS-DATE-WORK TO WS-NEXT-DUE-IN
             PERFORM Accept-Category-Branch
           END-IF.

       Accept-Category-Branch.
           DISPLAY "Category (4 characters): "
           ACCEPT WS-CATEGORY-IN
           PERFORM Check-Category-In-Force
           IF NOT Category-In-Force
             DISPLAY "Category is not on the category master or "
               "not active on the next due date."
           ELSE
             DISPLAY "Branch code (4 characters): "
             ACCEPT WS-BRANCH-IN
             PERFORM Check-Branch-On-Master
             IF NOT Branch-On-Master
               DISPLAY "Branch is not on the branch master."
             ELSE
               PERFORM Accept-Amount-Frequency
             END-IF
           END-IF.

       Accept-Amount-Frequency.
           DISPLAY "Amount (with sign and cents, e.g. -1234.56): "
           ACCEPT WS-AMOUNT-IN
           IF WS-AMOUNT-IN = 0
             DISPLAY "Amount may not be zero."
           ELSE
             DISPLAY "Frequency (M monthly, Q quarterly, A annual): "
             ACCEPT WS-FREQUENCY-IN
             IF WS-FREQUENCY-IN NOT = "M"
                AND WS-FREQUENCY-IN NOT = "Q"
                AND WS-FREQUENCY-IN NOT = "A"
               DISPLAY "Frequency must be M, Q, or A."
             ELSE
               PERFORM Accept-End-Date
             END-IF
           END-IF.

       Accept-End-Date.
           DISPLAY "End date (YYYYMMDD, or blank if open): "
           ACCEPT WS-DATE-IN
           IF WS-DATE-IN = SPACES
             MOVE WS-OPEN-ENDED TO WS-END-DATE-IN
             PERFORM Accept-Description
           ELSE
             PERFORM Validate-Date-Work
             IF Field-Is-Valid
               MOVE WS-DATE-WORK TO WS-END-DATE-IN
               IF WS-END-DATE-IN < WS-NEXT-DUE-IN
                 DISPLAY "End date may not be before the next due "
                   "date."
               ELSE
                 PERFORM Accept-Description
               END-IF
             END-IF
           END-IF.

       Accept-Description.
           DISPLAY "Description: "
           ACCEPT WS-DESCRIPTION-IN
           IF WS-DESCRIPTION-IN = SPACES
             DISPLAY "Description may not be blank."
           ELSE
             MOVE "Y" TO WS-ENTRY-OK-SW
           END-IF.

      *The mapping in force on the next due date decides - a
      *category that is inactive or ended by then cannot post.
       Check-Category-In-Force.
           MOVE "N" TO WS-CATEGORY-SW
           OPEN INPUT CATEGORY-MASTER
           IF WS-CATMAST-STATUS = "35"
             CONTINUE
           ELSE
             MOVE "N" TO CATMAST-EOF-SW
             READ CATEGORY-MASTER
               AT END MOVE "Y" TO CATMAST-EOF-SW
             END-READ
             PERFORM UNTIL End-Of-Catmast-File OR Category-In-Force
               IF CmCategory = WS-CATEGORY-IN
                  AND CmEffectiveFrom <= WS-NEXT-DUE-IN
                  AND CmEffectiveTo >= WS-NEXT-DUE-IN
                  AND Category-Is-Active
                 MOVE "Y" TO WS-CATEGORY-SW
               END-IF
               READ CATEGORY-MASTER
                 AT END MOVE "Y" TO CATMAST-EOF-SW
               END-READ
             END-PERFORM
             CLOSE CATEGORY-MASTER
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
               IF BrCode = WS-BRANCH-IN AND WS-BRANCH-IN NOT = SPACES
                 MOVE "Y" TO WS-BRANCH-SW
               END-IF
               READ BRANCH-MASTER
                 AT END MOVE "Y" TO BRANCH-EOF-SW
               END-READ
             END-PERFORM
             CLOSE BRANCH-MASTER
           END-IF.

       Validate-Date-Work.
           MOVE "N" TO WS-FIELD-OK-SW
           IF WS-DATE-IN IS NOT NUMERIC
             DISPLAY "Date must be eight digits."
           ELSE
             MOVE WS-DATE-IN TO WS-DATE-WORK
             IF WS-WORK-MONTH < 1 OR WS-WORK-MONTH > 12
               DISPLAY "Invalid month - must be 01 through 12."
             ELSE
               PERFORM Check-Leap-Year
               MOVE MONTH-DAYS-ENTRY(WS-WORK-MONTH) TO WS-MAX-DAY
               IF WS-WORK-MONTH = 02 AND Is-Leap-Year
                 ADD 1 TO WS-MAX-DAY
               END-IF
               IF WS-WORK-DAY < 1 OR WS-WORK-DAY > WS-MAX-DAY
                 DISPLAY "Invalid day for that month/year."
               ELSE
                 MOVE "Y" TO WS-FIELD-OK-SW
               END-IF
             END-IF
           END-IF.

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

       List-Standing-Entries.
           DISPLAY "ID     CAT  BRCH        AMOUNT F NEXT DUE END DATE"
             " DESCRIPTION"
           PERFORM VARYING WS-STANDING-IDX FROM 1 BY 1
               UNTIL WS-STANDING-IDX > WS-STANDING-COUNT
             IF WS-SE-DELETED(WS-STANDING-IDX) = SPACE
               MOVE WS-SE-IMAGE(WS-STANDING-IDX) TO WS-STANDING-WORK
               MOVE SeAmount OF WS-STANDING-WORK TO WS-AMOUNT-DISP
               DISPLAY SeEntryId OF WS-STANDING-WORK, " ",
                 SeCategory OF WS-STANDING-WORK, " ",
                 SeBranch OF WS-STANDING-WORK, " ",
                 WS-AMOUNT-DISP, " ",
                 SeFrequency OF WS-STANDING-WORK, " ",
                 SeNextDue OF WS-STANDING-WORK, " ",
                 SeEndDate OF WS-STANDING-WORK, " ",
                 SeDescription OF WS-STANDING-WORK
             END-IF
           END-PERFORM.

       Add-Standing-Entry.
           PERFORM Accept-Entry-Id
           IF Entry-Is-Valid
             IF Entry-Found
               DISPLAY "A standing entry with that id already "
                 "exists - use Change."
             ELSE
               IF WS-STANDING-COUNT >= WS-STANDING-LIMIT
                 DISPLAY "Standing-entries table full."
               ELSE
                 PERFORM Accept-Entry-Fields
                 IF Entry-Is-Valid
                   ADD 1 TO WS-STANDING-COUNT
                   MOVE WS-STANDING-COUNT TO WS-FOUND-IDX
                   MOVE SPACE TO WS-SE-DELETED(WS-FOUND-IDX)
                   PERFORM Store-Entry-Fields
                   MOVE "(NEW ENTRY)" TO WS-BEFORE-IMAGE
                   MOVE WS-SE-IMAGE(WS-FOUND-IDX) TO WS-AFTER-IMAGE
                   MOVE "ADD" TO WS-REGISTER-ACTION
                   PERFORM Write-Register-Applied
                   DISPLAY "Standing entry added."
                 END-IF
               END-IF
             END-IF
           END-IF.

       Change-Standing-Entry.
           PERFORM Accept-Entry-Id
           IF Entry-Is-Valid
             IF NOT Entry-Found
               DISPLAY "No standing entry with that id."
             ELSE
               DISPLAY "Current: ", WS-SE-IMAGE(WS-FOUND-IDX)
               PERFORM Accept-Entry-Fields
               IF Entry-Is-Valid
                 MOVE WS-SE-IMAGE(WS-FOUND-IDX) TO WS-BEFORE-IMAGE
                 PERFORM Store-Entry-Fields
                 MOVE WS-SE-IMAGE(WS-FOUND-IDX) TO WS-AFTER-IMAGE
                 MOVE "CHANGE" TO WS-REGISTER-ACTION
                 PERFORM Write-Register-Applied
                 DISPLAY "Standing entry changed."
               END-IF
             END-IF
           END-IF.

      *Occurrences already posted stay on the ledger and the
      *posting log - deleting the entry only stops future postings.
       Delete-Standing-Entry.
           PERFORM Accept-Entry-Id
           IF Entry-Is-Valid
             IF NOT Entry-Found
               DISPLAY "No standing entry with that id."
             ELSE
               MOVE WS-SE-IMAGE(WS-FOUND-IDX) TO WS-BEFORE-IMAGE
               MOVE "D" TO WS-SE-DELETED(WS-FOUND-IDX)
               MOVE "(DELETED)" TO WS-AFTER-IMAGE
               MOVE "DELETE" TO WS-REGISTER-ACTION
               PERFORM Write-Register-Applied
               MOVE "Y" TO WS-CHANGED-SW
               DISPLAY "Standing entry deleted: ", WS-ENTRY-ID-IN
             END-IF
           END-IF.

      *The due day is taken from the next due date keyed, so a
      *month-end entry keeps to the month end.
       Store-Entry-Fields.
           MOVE SPACES TO WS-STANDING-WORK
           MOVE WS-ENTRY-ID-IN TO SeEntryId OF WS-STANDING-WORK
           MOVE WS-CATEGORY-IN TO SeCategory OF WS-STANDING-WORK
           MOVE WS-BRANCH-IN TO SeBranch OF WS-STANDING-WORK
           MOVE WS-AMOUNT-IN TO SeAmount OF WS-STANDING-WORK
           MOVE WS-FREQUENCY-IN TO SeFrequency OF WS-STANDING-WORK
           MOVE WS-NEXT-DUE-IN TO SeNextDue OF WS-STANDING-WORK
           MOVE WS-END-DATE-IN TO SeEndDate OF WS-STANDING-WORK
           MOVE WS-NEXT-DUE-IN TO WS-DATE-WORK
           MOVE WS-WORK-DAY TO SeDueDay OF WS-STANDING-WORK
           MOVE WS-DESCRIPTION-IN TO SeDescription OF WS-STANDING-WORK
           MOVE WS-STANDING-WORK TO WS-SE-IMAGE(WS-FOUND-IDX)
           MOVE "Y" TO WS-CHANGED-SW.

       Rewrite-Standing-File.
           OPEN OUTPUT STANDING-FILE
           PERFORM VARYING WS-STANDING-IDX FROM 1 BY 1
               UNTIL WS-STANDING-IDX > WS-STANDING-COUNT
             IF WS-SE-DELETED(WS-STANDING-IDX) = SPACE
               MOVE WS-SE-IMAGE(WS-STANDING-IDX) TO STANDING-RECORD
               WRITE STANDING-RECORD
             END-IF
           END-PERFORM
           CLOSE STANDING-FILE.

       Write-Register-Heading.
           MOVE SPACES TO REGISTER-LINE
           STRING "STANDING ENTRIES MAINTENANCE REGISTER - RUN DATE "
             DELIMITED BY SIZE
             WS-RUN-DATE DELIMITED BY SIZE
             INTO REGISTER-LINE
           END-STRING
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE.

       Write-Register-Applied.
           ADD 1 TO WS-APPLIED-COUNT
           MOVE SPACES TO REGISTER-LINE
           STRING WS-REGISTER-ACTION DELIMITED BY SIZE
             " STANDING ENTRY " DELIMITED BY SIZE
             WS-ENTRY-ID-IN DELIMITED BY SIZE
             INTO REGISTER-LINE
           END-STRING
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           STRING "  BEFORE: " DELIMITED BY SIZE
             WS-BEFORE-IMAGE DELIMITED BY SIZE
             INTO REGISTER-LINE
           END-STRING
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           STRING "  AFTER : " DELIMITED BY SIZE
             WS-AFTER-IMAGE DELIMITED BY SIZE
             INTO REGISTER-LINE
           END-STRING
           WRITE REGISTER-LINE.

       Write-Register-Totals.
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           STRING "TOTALS: CHANGES APPLIED " DELIMITED BY SIZE
             WS-APPLIED-COUNT DELIMITED BY SIZE
             INTO REGISTER-LINE
           END-STRING
           WRITE REGISTER-LINE.

      *A CALL leaves the callee's zero in RETURN-CODE, so the
      *caller's return code is saved across the spool hand-over.
       Spool-Finished-Report.
           MOVE RETURN-CODE TO WS-SAVED-RC
           CALL "SpoolReport" USING WS-SPOOL-PROGRAM WS-SPOOL-REPORT
             WS-RUN-DATE
           MOVE WS-SAVED-RC TO RETURN-CODE.
