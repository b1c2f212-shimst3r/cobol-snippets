       IDENTIFICATION DIVISION.
       PROGRAM-ID. BudgetMaint.
      *Maintain finance's monthly budget per expense category - add,
      *change, delete, and list one budget figure per category and
      *calendar month (YYYYMM), so the budget-versus-actual variance
      *report has something to measure the category actuals
      *against. Each entry is proved as it is keyed: category not
      *blank, a real month, and an amount that is a number of at
      *most nine whole digits and two decimals; a new budget is
      *taken only for a category with a mapping on the category
      *master in force at some time in that month, so a mistyped
      *code cannot carry a budget no actual will ever meet. Changes
      *and deletions are open to any budget on file, so one left
      *behind by a retired category can still be cleared.
       AUTHOR. Nils Müller.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-FILE ASSIGN TO "category-budget.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUDGET-STATUS.
           SELECT CATEGORY-MASTER ASSIGN TO "category-master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BUDGET-FILE.
       01 BUDGET-RECORD.
           COPY "budget_record".

       FD CATEGORY-MASTER.
       01 CATEGORY-RECORD.
           COPY "category_record".

       WORKING-STORAGE SECTION.
       01 WS-BUDGET-STATUS PIC XX.
       01 BUDGET-EOF-SW PIC X VALUE "N".
         88 End-Of-Budget-File VALUE "Y".

       01 WS-ACTION PIC X VALUE SPACE.
         88 Add-Action VALUE "A" "a".
         88 Change-Action VALUE "C" "c".
         88 Delete-Action VALUE "D" "d".
         88 List-Action VALUE "L" "l".
         88 End-Action VALUE "E" "e".

      *Fifty categories by twelve months, with room for next year's
      *figures to be keyed before the year turns.
       01 WS-BUDGET-LIMIT PIC 9(4) VALUE 1200.
       01 WS-BUDGET-COUNT PIC 9(4) VALUE 0.
       01 WS-BUDGET-TABLE.
         02 WS-BUDGET-ENTRY OCCURS 1200 TIMES.
           03 WS-BUD-DELETED PIC X.
           03 WS-BUD-CATEGORY PIC X(4).
           03 WS-BUD-MONTH PIC 9(6).
           03 WS-BUD-AMOUNT PIC S9(9)V99.
       01 WS-BUDGET-IDX PIC 9(4).
       01 WS-FOUND-IDX PIC 9(4).
       01 WS-FOUND-SW PIC X.
         88 Budget-Found VALUE "Y".
       01 WS-CHANGED-SW PIC X VALUE "N".
         88 Table-Changed VALUE "Y".
       01 WS-OVERFLOW-SW PIC X VALUE "N".
         88 Budget-Table-Overflow VALUE "Y".

       01 WS-CATEGORY-IN PIC X(4).
       01 WS-MONTH-IN PIC X(6).
       01 WS-MONTH-WORK PIC 9(6).
       01 WS-MONTH-PARTS REDEFINES WS-MONTH-WORK.
         02 WS-MONTH-YEAR PIC 9(4).
         02 WS-MONTH-NUM PIC 99.
       01 WS-AMOUNT-IN PIC S9(9)V99 SIGN LEADING SEPARATE.
      *The amount is keyed as free text and proved before it is
      *taken: a number, with no more whole digits or decimals than
      *the budget figure holds, so nothing is silently cut off.
       01 WS-AMOUNT-TEXT PIC X(20).
       01 WS-AMOUNT-SCAN.
         02 WS-SCAN-IDX PIC 99.
         02 WS-WHOLE-DIGITS PIC 99.
         02 WS-DECIMAL-DIGITS PIC 99.
         02 WS-POINT-SW PIC X.
           88 Point-Seen VALUE "Y".
       01 WS-AMOUNT-OK-SW PIC X.
         88 Amount-Is-Valid VALUE "Y".
       01 WS-KEY-OK-SW PIC X.
         88 Key-Is-Valid VALUE "Y".
       01 WS-AMOUNT-DISP PIC +ZZZZZZZZ9.99.

      *Category master, held for the new-budget check.
       01 WS-CATMAST-STATUS PIC XX.
       01 CATMAST-EOF-SW PIC X VALUE "N".
         88 End-Of-Catmast-File VALUE "Y".
       01 WS-CATMAST-LIMIT PIC 9(3) VALUE 200.
       01 WS-CATMAST-COUNT PIC 9(3) VALUE 0.
       01 WS-CATMAST-TABLE.
         02 WS-CATMAST-ENTRY OCCURS 200 TIMES.
           03 WS-CM-CATEGORY PIC X(4).
           03 WS-CM-FROM PIC 9(8).
           03 WS-CM-TO PIC 9(8).
       01 WS-CATMAST-IDX PIC 9(3).
       01 WS-MONTH-FIRST PIC 9(8).
       01 WS-MONTH-LAST PIC 9(8).
       01 WS-CATEGORY-SW PIC X.
         88 Category-On-Master VALUE "Y".

       PROCEDURE DIVISION.
       Main.
           PERFORM Load-Budget-Table
      *A file bigger than the table must never be rewritten from
      *it - budget lines past the limit would be silently lost.
           IF Budget-Table-Overflow
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM Load-Category-Master
           PERFORM Get-Maint-Action
           PERFORM UNTIL End-Action
             EVALUATE TRUE
               WHEN Add-Action
                 PERFORM Add-Budget-Entry
               WHEN Change-Action
                 PERFORM Change-Budget-Entry
               WHEN Delete-Action
                 PERFORM Delete-Budget-Entry
               WHEN List-Action
                 PERFORM List-Budget-Entries
               WHEN OTHER
                 DISPLAY "Enter A, C, D, L, or E."
             END-EVALUATE
             PERFORM Get-Maint-Action
           END-PERFORM
           IF Table-Changed
             PERFORM Rewrite-Budget-File
             DISPLAY "Category budget file rewritten."
           END-IF
           GOBACK.

       Get-Maint-Action.
           DISPLAY "Action - (A)dd, (C)hange, (D)elete, (L)ist, "
             "or (E)nd: "
           ACCEPT WS-ACTION.

       Load-Budget-Table.
           MOVE 0 TO WS-BUDGET-COUNT
           OPEN INPUT BUDGET-FILE
           IF WS-BUDGET-STATUS = "35"
             DISPLAY "Category budget file not found - starting "
               "empty."
           ELSE
             MOVE "N" TO BUDGET-EOF-SW
             READ BUDGET-FILE
               AT END MOVE "Y" TO BUDGET-EOF-SW
             END-READ
             PERFORM UNTIL End-Of-Budget-File
                OR WS-BUDGET-COUNT >= WS-BUDGET-LIMIT
               ADD 1 TO WS-BUDGET-COUNT
               MOVE SPACE TO WS-BUD-DELETED(WS-BUDGET-COUNT)
               MOVE BudCategory TO WS-BUD-CATEGORY(WS-BUDGET-COUNT)
               MOVE BudMonth TO WS-BUD-MONTH(WS-BUDGET-COUNT)
               MOVE BudAmount TO WS-BUD-AMOUNT(WS-BUDGET-COUNT)
               READ BUDGET-FILE
                 AT END MOVE "Y" TO BUDGET-EOF-SW
               END-READ
             END-PERFORM
             IF NOT End-Of-Budget-File
               MOVE "Y" TO WS-OVERFLOW-SW
               DISPLAY "Category budget file holds more than ",
                 WS-BUDGET-LIMIT, " records - maintenance abandoned."
             END-IF
             CLOSE BUDGET-FILE
           END-IF.

       Load-Category-Master.
           MOVE 0 TO WS-CATMAST-COUNT
           OPEN INPUT CATEGORY-MASTER
           IF WS-CATMAST-STATUS = "35"
             DISPLAY "Category master not found - no new budget can "
               "be added."
           ELSE
             MOVE "N" TO CATMAST-EOF-SW
             READ CATEGORY-MASTER
               AT END MOVE "Y" TO CATMAST-EOF-SW
             END-READ
             PERFORM UNTIL End-Of-Catmast-File
                OR WS-CATMAST-COUNT >= WS-CATMAST-LIMIT
               ADD 1 TO WS-CATMAST-COUNT
               MOVE CmCategory TO WS-CM-CATEGORY(WS-CATMAST-COUNT)
               MOVE CmEffectiveFrom TO WS-CM-FROM(WS-CATMAST-COUNT)
               MOVE CmEffectiveTo TO WS-CM-TO(WS-CATMAST-COUNT)
               READ CATEGORY-MASTER
                 AT END MOVE "Y" TO CATMAST-EOF-SW
               END-READ
             END-PERFORM
             CLOSE CATEGORY-MASTER
           END-IF.

      *A mapping is in force some time in the month when it starts
      *no later than the month's last day and ends no earlier than
      *its first - day 31 serves as the last day of every month.
       Check-Category-In-Month.
           MOVE "N" TO WS-CATEGORY-SW
           COMPUTE WS-MONTH-FIRST = WS-MONTH-WORK * 100 + 1
           COMPUTE WS-MONTH-LAST = WS-MONTH-WORK * 100 + 31
           PERFORM VARYING WS-CATMAST-IDX FROM 1 BY 1
               UNTIL WS-CATMAST-IDX > WS-CATMAST-COUNT
                  OR Category-On-Master
             IF WS-CM-CATEGORY(WS-CATMAST-IDX) = WS-CATEGORY-IN
                AND WS-CM-FROM(WS-CATMAST-IDX) <= WS-MONTH-LAST
                AND WS-CM-TO(WS-CATMAST-IDX) >= WS-MONTH-FIRST
               MOVE "Y" TO WS-CATEGORY-SW
             END-IF
           END-PERFORM.

      *Category and month together are the key - the category may
      *not be blank and the month must be a real YYYYMM.
       Accept-Budget-Key.
           MOVE "N" TO WS-KEY-OK-SW
           DISPLAY "Category (4 characters): "
           ACCEPT WS-CATEGORY-IN
           IF WS-CATEGORY-IN = SPACES
             DISPLAY "Category may not be blank."
           ELSE
             DISPLAY "Budget month (YYYYMM): "
             ACCEPT WS-MONTH-IN
             IF WS-MONTH-IN IS NOT NUMERIC
               DISPLAY "Month must be six digits YYYYMM."
             ELSE
               MOVE WS-MONTH-IN TO WS-MONTH-WORK
               IF WS-MONTH-NUM < 1 OR WS-MONTH-NUM > 12
                  OR WS-MONTH-YEAR < 1900
                 DISPLAY "Month must be a real YYYYMM - month "
                   "01-12."
               ELSE
                 MOVE "Y" TO WS-KEY-OK-SW
                 PERFORM Find-Budget-Entry
               END-IF
             END-IF
           END-IF.

       Find-Budget-Entry.
           MOVE "N" TO WS-FOUND-SW
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-BUDGET-IDX FROM 1 BY 1
               UNTIL WS-BUDGET-IDX > WS-BUDGET-COUNT OR Budget-Found
             IF WS-BUD-DELETED(WS-BUDGET-IDX) = SPACE
                AND WS-BUD-CATEGORY(WS-BUDGET-IDX) = WS-CATEGORY-IN
                AND WS-BUD-MONTH(WS-BUDGET-IDX) = WS-MONTH-WORK
               MOVE "Y" TO WS-FOUND-SW
               MOVE WS-BUDGET-IDX TO WS-FOUND-IDX
             END-IF
           END-PERFORM.

       Accept-Budget-Amount.
           MOVE "N" TO WS-AMOUNT-OK-SW
           DISPLAY "Budget amount (e.g. 1234.56 or -250.00): "
           MOVE SPACES TO WS-AMOUNT-TEXT
           ACCEPT WS-AMOUNT-TEXT
           IF WS-AMOUNT-TEXT = SPACES
              OR FUNCTION TEST-NUMVAL(WS-AMOUNT-TEXT) NOT = 0
             DISPLAY "Amount must be a number, e.g. 1234.56 or "
               "-250.00 - entry refused."
           ELSE
             PERFORM Count-Amount-Digits
             IF WS-DECIMAL-DIGITS > 2
               DISPLAY "Amount may have at most two decimals - "
                 "entry refused."
             ELSE
               IF WS-WHOLE-DIGITS > 9
                 DISPLAY "Amount may not exceed 999999999.99 - "
                   "entry refused."
               ELSE
                 COMPUTE WS-AMOUNT-IN =
                   FUNCTION NUMVAL(WS-AMOUNT-TEXT)
                 MOVE "Y" TO WS-AMOUNT-OK-SW
               END-IF
             END-IF
           END-IF.

      *Whole digits and decimals of a keyed amount already proved a
      *number; leading zeros are not counted as whole digits.
       Count-Amount-Digits.
           MOVE 0 TO WS-WHOLE-DIGITS
           MOVE 0 TO WS-DECIMAL-DIGITS
           MOVE "N" TO WS-POINT-SW
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
               UNTIL WS-SCAN-IDX > 20
             EVALUATE TRUE
               WHEN WS-AMOUNT-TEXT(WS-SCAN-IDX:1) = "."
                 MOVE "Y" TO WS-POINT-SW
               WHEN WS-AMOUNT-TEXT(WS-SCAN-IDX:1) IS NOT NUMERIC
                 CONTINUE
               WHEN Point-Seen
                 ADD 1 TO WS-DECIMAL-DIGITS
               WHEN WS-AMOUNT-TEXT(WS-SCAN-IDX:1) = "0"
                  AND WS-WHOLE-DIGITS = 0
                 CONTINUE
               WHEN OTHER
                 ADD 1 TO WS-WHOLE-DIGITS
             END-EVALUATE
           END-PERFORM.

       List-Budget-Entries.
           DISPLAY "CAT  MONTH         BUDGET"
           PERFORM VARYING WS-BUDGET-IDX FROM 1 BY 1
               UNTIL WS-BUDGET-IDX > WS-BUDGET-COUNT
             IF WS-BUD-DELETED(WS-BUDGET-IDX) = SPACE
               MOVE WS-BUD-AMOUNT(WS-BUDGET-IDX) TO WS-AMOUNT-DISP
               DISPLAY WS-BUD-CATEGORY(WS-BUDGET-IDX), " ",
                 WS-BUD-MONTH(WS-BUDGET-IDX), " ",
                 WS-AMOUNT-DISP
             END-IF
           END-PERFORM.

       Add-Budget-Entry.
           PERFORM Accept-Budget-Key
           IF Key-Is-Valid
             IF Budget-Found
               DISPLAY "Budget already set for that category and "
                 "month - use Change."
             ELSE
               PERFORM Check-Category-In-Month
               IF NOT Category-On-Master
                 DISPLAY "Category ", WS-CATEGORY-IN, " has no "
                   "mapping on the category master in that month."
               ELSE
                 IF WS-BUDGET-COUNT >= WS-BUDGET-LIMIT
                   DISPLAY "Budget table full."
                 ELSE
                   PERFORM Accept-Budget-Amount
                   IF Amount-Is-Valid
                     ADD 1 TO WS-BUDGET-COUNT
                     MOVE SPACE TO WS-BUD-DELETED(WS-BUDGET-COUNT)
                     MOVE WS-CATEGORY-IN
                       TO WS-BUD-CATEGORY(WS-BUDGET-COUNT)
                     MOVE WS-MONTH-WORK
                       TO WS-BUD-MONTH(WS-BUDGET-COUNT)
                     MOVE WS-AMOUNT-IN
                       TO WS-BUD-AMOUNT(WS-BUDGET-COUNT)
                     MOVE "Y" TO WS-CHANGED-SW
                     DISPLAY "Budget entry added."
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-IF.

       Change-Budget-Entry.
           PERFORM Accept-Budget-Key
           IF Key-Is-Valid
             IF NOT Budget-Found
               DISPLAY "No budget for that category and month."
             ELSE
               MOVE WS-BUD-AMOUNT(WS-FOUND-IDX) TO WS-AMOUNT-DISP
               DISPLAY "Current budget: ", WS-AMOUNT-DISP
               PERFORM Accept-Budget-Amount
               IF Amount-Is-Valid
                 MOVE WS-AMOUNT-IN TO WS-BUD-AMOUNT(WS-FOUND-IDX)
                 MOVE "Y" TO WS-CHANGED-SW
                 DISPLAY "Budget entry changed."
               END-IF
             END-IF
           END-IF.

       Delete-Budget-Entry.
           PERFORM Accept-Budget-Key
           IF Key-Is-Valid
             IF NOT Budget-Found
               DISPLAY "No budget for that category and month."
             ELSE
               MOVE "D" TO WS-BUD-DELETED(WS-FOUND-IDX)
               MOVE "Y" TO WS-CHANGED-SW
               DISPLAY "Budget entry deleted."
             END-IF
           END-IF.

       Rewrite-Budget-File.
           OPEN OUTPUT BUDGET-FILE
           PERFORM VARYING WS-BUDGET-IDX FROM 1 BY 1
               UNTIL WS-BUDGET-IDX > WS-BUDGET-COUNT
             IF WS-BUD-DELETED(WS-BUDGET-IDX) = SPACE
               MOVE SPACES TO BUDGET-RECORD
               MOVE WS-BUD-CATEGORY(WS-BUDGET-IDX) TO BudCategory
               MOVE WS-BUD-MONTH(WS-BUDGET-IDX) TO BudMonth
               MOVE WS-BUD-AMOUNT(WS-BUDGET-IDX) TO BudAmount
               WRITE BUDGET-RECORD
             END-IF
           END-PERFORM
           CLOSE BUDGET-FILE.
