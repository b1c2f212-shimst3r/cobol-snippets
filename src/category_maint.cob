       IDENTIFICATION DIVISION.
       PROGRAM-ID. CategoryMaint.
      *Maintain the expense-category reference master - add a new
      *category or a new effective-dated mapping for an existing
      *one, change a mapping's name, GL account, active flag,
      *amount ceiling, or effective-to date, deactivate a mapping,
      *and list the master.
      *The G action seeds the master from finance's old flat
      *category-to-GL-account map (gl-account-map.dat): every
      *category on the map and not yet on the master is added,
      *active and open-ended from the run date, named by its code
      *and with no ceiling, for the names and ceilings to be keyed
      *afterwards through Change. Categories already on the master
      *are left alone, so the load may be repeated safely.
      *Every entry is proved as it is keyed: category, name, and GL
      *account not blank, the active flag A or I, real effective
      *dates with from not after to, and no two mappings of the
      *same category in force on the same day. Every applied change
      *is printed on a maintenance register with before and after
      *images. The amounts feed acceptance edit rejects details
      *whose category is not on this master or not active on the
      *feed's file date, or whose amount is over the category's
      *ceiling, and the GL journal takes the mapping in force on the
      *run date.
       AUTHOR. Nils Müller.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATEGORY-MASTER ASSIGN TO "category-master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATMAST-STATUS.
           SELECT MAINT-REGISTER
               ASSIGN TO "category-maint-register.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-ACCOUNT-MAP ASSIGN TO "gl-account-map.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLMAP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CATEGORY-MASTER.
       01 CATEGORY-RECORD.
           COPY "category_record".

       FD MAINT-REGISTER.
       01 REGISTER-LINE PIC X(120).

      *Category-to-GL-account mapping maintained by finance - one
      *record per expense category.
       FD GL-ACCOUNT-MAP.
       01 GL-MAP-RECORD.
         02 GmCategory PIC X(4).
         02 FILLER PIC X.
         02 GmAccount PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-CATMAST-STATUS PIC XX.
       01 CATMAST-EOF-SW PIC X VALUE "N".
         88 End-Of-Catmast-File VALUE "Y".
       01 WS-GLMAP-STATUS PIC XX.
       01 GLMAP-EOF-SW PIC X VALUE "N".
         88 End-Of-GL-Map VALUE "Y".
       01 WS-LOADED-COUNT PIC 9(3) VALUE 0.
       01 WS-ON-MASTER-COUNT PIC 9(3) VALUE 0.

       01 WS-ACTION PIC X VALUE SPACE.
         88 Add-Action VALUE "A" "a".
         88 Change-Action VALUE "C" "c".
         88 Deactivate-Action VALUE "D" "d".
         88 List-Action VALUE "L" "l".
         88 Load-Action VALUE "G" "g".
         88 End-Action VALUE "E" "e".

       01 WS-CATMAST-LIMIT PIC 9(3) VALUE 200.
       01 WS-CATMAST-COUNT PIC 9(3) VALUE 0.
       01 WS-CATMAST-TABLE.
         02 WS-CATMAST-ENTRY OCCURS 200 TIMES.
           03 WS-CM-IMAGE.
             04 WS-CM-CATEGORY PIC X(4).
             04 WS-CM-NAME PIC X(20).
             04 WS-CM-ACCOUNT PIC X(8).
             04 WS-CM-ACTIVE PIC X.
             04 WS-CM-FROM PIC 9(8).
             04 WS-CM-TO PIC 9(8).
             04 WS-CM-CEILING PIC 9(9)V99.
       01 WS-CATMAST-IDX PIC 9(3).
       01 WS-FOUND-IDX PIC 9(3).
       01 WS-FOUND-SW PIC X.
         88 Mapping-Found VALUE "Y".
       01 WS-CHANGED-SW PIC X VALUE "N".
         88 Table-Changed VALUE "Y".
       01 WS-OVERFLOW-SW PIC X VALUE "N".
         88 Catmast-Table-Overflow VALUE "Y".
       01 WS-OVERLAP-SW PIC X.
         88 Mapping-Overlaps VALUE "Y".

       01 WS-CATEGORY-IN PIC X(4).
       01 WS-NAME-IN PIC X(20).
       01 WS-ACCOUNT-IN PIC X(8).
       01 WS-ACTIVE-IN PIC X.
       01 WS-FROM-IN PIC 9(8).
       01 WS-TO-IN PIC 9(8).
       01 WS-CEILING-IN PIC 9(9)V99.
      *The ceiling is keyed as eleven digits, the last two cents,
      *and proved numeric before it is taken.
       01 WS-CEILING-TEXT PIC X(11).
       01 WS-CEILING-DIGITS REDEFINES WS-CEILING-TEXT PIC 9(9)V99.
       01 WS-NO-CEILING-IN PIC X.
       01 WS-CEILING-DISP PIC ZZZZZZZZ9.99.
       01 WS-ENTRY-OK-SW PIC X.
         88 Entry-Is-Valid VALUE "Y".
      *An effective-to of all nines is an open-ended mapping and
      *skips the calendar check.
       01 WS-OPEN-ENDED PIC 9(8) VALUE 99999999.

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
       01 WS-BEFORE-IMAGE PIC X(60).
       01 WS-AFTER-IMAGE PIC X(60).
       01 WS-REGISTER-ACTION PIC X(10).
       01 WS-APPLIED-COUNT PIC 9(5) VALUE 0.

      *Run-lock query - the master may not change under a nightly
      *run that is validating and journalling against it.
       01 WS-LOCK-ACTION PIC X.
       01 WS-LOCK-HELD PIC X.

      *The finished register is handed to the print spool for
      *operator release instead of being hunted down by file name.
       01 WS-SPOOL-PROGRAM PIC X(20) VALUE "CategoryMaint".
       01 WS-SPOOL-REPORT PIC X(30)
          VALUE "category-maint-register.txt".
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
           PERFORM Load-Catmast-Table
      *A file bigger than the table must never be rewritten from
      *it - mappings past the limit would be silently lost.
           IF Catmast-Table-Overflow
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           OPEN OUTPUT MAINT-REGISTER
           PERFORM Write-Register-Heading
           PERFORM Get-Maint-Action
           PERFORM UNTIL End-Action
             EVALUATE TRUE
               WHEN Add-Action
                 PERFORM Add-Mapping
               WHEN Change-Action
                 PERFORM Change-Mapping
               WHEN Deactivate-Action
                 PERFORM Deactivate-Mapping
               WHEN List-Action
                 PERFORM List-Mappings
               WHEN Load-Action
                 PERFORM Load-From-GL-Map
               WHEN OTHER
                 DISPLAY "Enter A, C, D, L, G, or E."
             END-EVALUATE
             PERFORM Get-Maint-Action
           END-PERFORM
           PERFORM Write-Register-Totals
           CLOSE MAINT-REGISTER
           PERFORM Spool-Finished-Report
           IF Table-Changed
             PERFORM Rewrite-Catmast-File
             DISPLAY "Category master rewritten."
           END-IF
           GOBACK.

       Get-Maint-Action.
           DISPLAY "Action - (A)dd, (C)hange, (D)eactivate, "
             "(L)ist, (G)L map load, or (E)nd: "
           ACCEPT WS-ACTION.

       Load-Catmast-Table.
           MOVE 0 TO WS-CATMAST-COUNT
           OPEN INPUT CATEGORY-MASTER
           IF WS-CATMAST-STATUS = "35"
             DISPLAY "Category master not found - starting empty."
           ELSE
             MOVE "N" TO CATMAST-EOF-SW
             READ CATEGORY-MASTER
               AT END MOVE "Y" TO CATMAST-EOF-SW
             END-READ
             PERFORM UNTIL End-Of-Catmast-File
                OR WS-CATMAST-COUNT >= WS-CATMAST-LIMIT
               ADD 1 TO WS-CATMAST-COUNT
               MOVE CATEGORY-RECORD TO WS-CM-IMAGE(WS-CATMAST-COUNT)
               IF WS-CM-CEILING(WS-CATMAST-COUNT) IS NOT NUMERIC
                 MOVE 0 TO WS-CM-CEILING(WS-CATMAST-COUNT)
               END-IF
               READ CATEGORY-MASTER
                 AT END MOVE "Y" TO CATMAST-EOF-SW
               END-READ
             END-PERFORM
             IF NOT End-Of-Catmast-File
               MOVE "Y" TO WS-OVERFLOW-SW
               DISPLAY "Category master holds more than ",
                 WS-CATMAST-LIMIT, " records - maintenance abandoned."
             END-IF
             CLOSE CATEGORY-MASTER
           END-IF.

      *A mapping is identified by its category and effective-from
      *date - the same category may carry an older mapping that
      *back-dated reruns still need.
       Accept-Mapping-Key.
           MOVE "N" TO WS-ENTRY-OK-SW
           DISPLAY "Category (4 characters): "
           ACCEPT WS-CATEGORY-IN
           IF WS-CATEGORY-IN = SPACES
             DISPLAY "Category may not be blank."
           ELSE
             DISPLAY "Effective from (YYYYMMDD): "
             ACCEPT WS-DATE-IN
             PERFORM Validate-Date-Work
             IF Field-Is-Valid
               MOVE WS-DATE-WORK TO WS-FROM-IN
               MOVE "Y" TO WS-ENTRY-OK-SW
               PERFORM Find-Mapping
             END-IF
           END-IF.

       Find-Mapping.
           MOVE "N" TO WS-FOUND-SW
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-CATMAST-IDX FROM 1 BY 1
               UNTIL WS-CATMAST-IDX > WS-CATMAST-COUNT
                  OR Mapping-Found
             IF WS-CM-CATEGORY(WS-CATMAST-IDX) = WS-CATEGORY-IN
                AND WS-CM-FROM(WS-CATMAST-IDX) = WS-FROM-IN
               MOVE "Y" TO WS-FOUND-SW
               MOVE WS-CATMAST-IDX TO WS-FOUND-IDX
             END-IF
           END-PERFORM.

      *The fields behind the key - name, GL account, active flag,
      *amount ceiling (zero for none), and the effective-to date
      *(blank for open-ended).
       Accept-Mapping-Fields.
           MOVE "N" TO WS-ENTRY-OK-SW
           DISPLAY "Category name: "
           ACCEPT WS-NAME-IN
           IF WS-NAME-IN = SPACES
             DISPLAY "Category name may not be blank."
           ELSE
             DISPLAY "GL account (8 characters): "
             ACCEPT WS-ACCOUNT-IN
             IF WS-ACCOUNT-IN = SPACES
               DISPLAY "GL account may not be blank."
             ELSE
               DISPLAY "Active flag (A active, I inactive): "
               ACCEPT WS-ACTIVE-IN
               IF WS-ACTIVE-IN NOT = "A" AND WS-ACTIVE-IN NOT = "I"
                 DISPLAY "Active flag must be A or I."
               ELSE
                 PERFORM Accept-Ceiling
                 IF Field-Is-Valid
                   PERFORM Accept-Effective-To
                 END-IF
               END-IF
             END-IF
           END-IF.

      *A zero ceiling means no ceiling - no detail in the category
      *is ever held - so it is taken only when the operator confirms
      *the category is to be unlimited.
       Accept-Ceiling.
           MOVE "N" TO WS-FIELD-OK-SW
           DISPLAY "Amount ceiling per detail - 11 digits, the last "
             "two cents (00005000000 is 50000.00; zeros for none): "
           ACCEPT WS-CEILING-TEXT
           IF WS-CEILING-TEXT IS NOT NUMERIC
             DISPLAY "Ceiling must be eleven digits."
           ELSE
             MOVE WS-CEILING-DIGITS TO WS-CEILING-IN
             IF WS-CEILING-IN > 0
               MOVE "Y" TO WS-FIELD-OK-SW
             ELSE
               DISPLAY "No ceiling - any amount in this category "
                 "will pass. Confirm (Y/N): "
               ACCEPT WS-NO-CEILING-IN
               IF WS-NO-CEILING-IN = "Y" OR WS-NO-CEILING-IN = "y"
                 MOVE "Y" TO WS-FIELD-OK-SW
               ELSE
                 DISPLAY "Ceiling not confirmed - entry refused."
               END-IF
             END-IF
           END-IF.

       Accept-Effective-To.
           DISPLAY "Effective to (YYYYMMDD, or blank if open): "
           ACCEPT WS-DATE-IN
           IF WS-DATE-IN = SPACES
             MOVE WS-OPEN-ENDED TO WS-TO-IN
             MOVE "Y" TO WS-ENTRY-OK-SW
           ELSE
             PERFORM Validate-Date-Work
             IF Field-Is-Valid
               MOVE WS-DATE-WORK TO WS-TO-IN
               IF WS-TO-IN < WS-FROM-IN
                 DISPLAY "Effective to may not be before effective "
                   "from."
               ELSE
                 MOVE "Y" TO WS-ENTRY-OK-SW
               END-IF
             END-IF
           END-IF
           IF Entry-Is-Valid
             PERFORM Check-Mapping-Overlap
             IF Mapping-Overlaps
               DISPLAY "Another mapping of this category is in "
                 "force inside that date range."
               MOVE "N" TO WS-ENTRY-OK-SW
             END-IF
           END-IF.

      *Two mappings of one category may never be in force on the
      *same day, or a run date would have two GL accounts. The
      *mapping being changed is not compared with itself.
       Check-Mapping-Overlap.
           MOVE "N" TO WS-OVERLAP-SW
           PERFORM VARYING WS-CATMAST-IDX FROM 1 BY 1
               UNTIL WS-CATMAST-IDX > WS-CATMAST-COUNT
             IF WS-CM-CATEGORY(WS-CATMAST-IDX) = WS-CATEGORY-IN
                AND WS-CATMAST-IDX NOT = WS-FOUND-IDX
                AND WS-CM-FROM(WS-CATMAST-IDX) <= WS-TO-IN
                AND WS-CM-TO(WS-CATMAST-IDX) >= WS-FROM-IN
               MOVE "Y" TO WS-OVERLAP-SW
             END-IF
           END-PERFORM.

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

       List-Mappings.
           DISPLAY "CAT  NAME                 ACCOUNT  A FROM     TO"
             "            CEILING"
           PERFORM VARYING WS-CATMAST-IDX FROM 1 BY 1
               UNTIL WS-CATMAST-IDX > WS-CATMAST-COUNT
             MOVE WS-CM-CEILING(WS-CATMAST-IDX) TO WS-CEILING-DISP
             DISPLAY WS-CM-CATEGORY(WS-CATMAST-IDX), " ",
               WS-CM-NAME(WS-CATMAST-IDX), " ",
               WS-CM-ACCOUNT(WS-CATMAST-IDX), " ",
               WS-CM-ACTIVE(WS-CATMAST-IDX), " ",
               WS-CM-FROM(WS-CATMAST-IDX), " ",
               WS-CM-TO(WS-CATMAST-IDX), " ",
               WS-CEILING-DISP
           END-PERFORM.

       Add-Mapping.
           PERFORM Accept-Mapping-Key
           IF Entry-Is-Valid
             IF Mapping-Found
               DISPLAY "A mapping with that category and effective "
                 "from date already exists - use Change."
             ELSE
               IF WS-CATMAST-COUNT >= WS-CATMAST-LIMIT
                 DISPLAY "Category master table full."
               ELSE
                 PERFORM Accept-Mapping-Fields
                 IF Entry-Is-Valid
                   ADD 1 TO WS-CATMAST-COUNT
                   MOVE WS-CATMAST-COUNT TO WS-FOUND-IDX
                   PERFORM Store-Mapping-Fields
                   MOVE "(NEW MAPPING)" TO WS-BEFORE-IMAGE
                   MOVE WS-CM-IMAGE(WS-FOUND-IDX) TO WS-AFTER-IMAGE
                   MOVE "ADD" TO WS-REGISTER-ACTION
                   PERFORM Write-Register-Applied
                   DISPLAY "Category mapping added."
                 END-IF
               END-IF
             END-IF
           END-IF.

       Change-Mapping.
           PERFORM Accept-Mapping-Key
           IF Entry-Is-Valid
             IF NOT Mapping-Found
               DISPLAY "No mapping with that category and effective "
                 "from date."
             ELSE
               DISPLAY "Current: ", WS-CM-IMAGE(WS-FOUND-IDX)
               PERFORM Accept-Mapping-Fields
               IF Entry-Is-Valid
                 MOVE WS-CM-IMAGE(WS-FOUND-IDX) TO WS-BEFORE-IMAGE
                 PERFORM Store-Mapping-Fields
                 MOVE WS-CM-IMAGE(WS-FOUND-IDX) TO WS-AFTER-IMAGE
                 MOVE "CHANGE" TO WS-REGISTER-ACTION
                 PERFORM Write-Register-Applied
                 DISPLAY "Category mapping changed."
               END-IF
             END-IF
           END-IF.

      *Deactivation keeps the mapping on the master so its history
      *stays readable - only the active flag changes.
       Deactivate-Mapping.
           PERFORM Accept-Mapping-Key
           IF Entry-Is-Valid
             IF NOT Mapping-Found
               DISPLAY "No mapping with that category and effective "
                 "from date."
             ELSE
               MOVE WS-CM-IMAGE(WS-FOUND-IDX) TO WS-BEFORE-IMAGE
               MOVE "I" TO WS-CM-ACTIVE(WS-FOUND-IDX)
               MOVE WS-CM-IMAGE(WS-FOUND-IDX) TO WS-AFTER-IMAGE
               MOVE "DEACTIVATE" TO WS-REGISTER-ACTION
               PERFORM Write-Register-Applied
               MOVE "Y" TO WS-CHANGED-SW
               DISPLAY "Category mapping deactivated."
             END-IF
           END-IF.

      *One pass over finance's GL account map. A category is added
      *only when no mapping of it is on the master at all - one
      *already there, in force or not, is finance's to change.
       Load-From-GL-Map.
           MOVE 0 TO WS-LOADED-COUNT
           MOVE 0 TO WS-ON-MASTER-COUNT
           OPEN INPUT GL-ACCOUNT-MAP
           IF WS-GLMAP-STATUS = "35"
             DISPLAY "GL account map not found - nothing loaded."
           ELSE
             MOVE "N" TO GLMAP-EOF-SW
             READ GL-ACCOUNT-MAP
               AT END MOVE "Y" TO GLMAP-EOF-SW
             END-READ
             PERFORM UNTIL End-Of-GL-Map
               IF GmCategory NOT = SPACES
                 PERFORM Load-One-GL-Map-Entry
               END-IF
               READ GL-ACCOUNT-MAP
                 AT END MOVE "Y" TO GLMAP-EOF-SW
               END-READ
             END-PERFORM
             CLOSE GL-ACCOUNT-MAP
             DISPLAY "GL map load - categories added = ",
               WS-LOADED-COUNT, ", already on master = ",
               WS-ON-MASTER-COUNT
           END-IF.

       Load-One-GL-Map-Entry.
           MOVE GmCategory TO WS-CATEGORY-IN
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING WS-CATMAST-IDX FROM 1 BY 1
               UNTIL WS-CATMAST-IDX > WS-CATMAST-COUNT
                  OR Mapping-Found
             IF WS-CM-CATEGORY(WS-CATMAST-IDX) = WS-CATEGORY-IN
               MOVE "Y" TO WS-FOUND-SW
             END-IF
           END-PERFORM
           IF Mapping-Found
             ADD 1 TO WS-ON-MASTER-COUNT
           ELSE
             IF WS-CATMAST-COUNT >= WS-CATMAST-LIMIT
               DISPLAY "Category master table full - category ",
                 WS-CATEGORY-IN, " not loaded."
             ELSE
               IF GmAccount = SPACES
                 DISPLAY "No GL account on the map for category ",
                   WS-CATEGORY-IN, " - not loaded."
               ELSE
                 MOVE WS-CATEGORY-IN TO WS-NAME-IN
                 MOVE GmAccount TO WS-ACCOUNT-IN
                 MOVE "A" TO WS-ACTIVE-IN
                 MOVE WS-RUN-DATE TO WS-FROM-IN
                 MOVE WS-OPEN-ENDED TO WS-TO-IN
                 MOVE 0 TO WS-CEILING-IN
                 ADD 1 TO WS-CATMAST-COUNT
                 MOVE WS-CATMAST-COUNT TO WS-FOUND-IDX
                 PERFORM Store-Mapping-Fields
                 MOVE "(GL MAP LOAD)" TO WS-BEFORE-IMAGE
                 MOVE WS-CM-IMAGE(WS-FOUND-IDX) TO WS-AFTER-IMAGE
                 MOVE "LOAD" TO WS-REGISTER-ACTION
                 PERFORM Write-Register-Applied
                 ADD 1 TO WS-LOADED-COUNT
               END-IF
             END-IF
           END-IF.

       Store-Mapping-Fields.
           MOVE WS-CATEGORY-IN TO WS-CM-CATEGORY(WS-FOUND-IDX)
           MOVE WS-NAME-IN TO WS-CM-NAME(WS-FOUND-IDX)
           MOVE WS-ACCOUNT-IN TO WS-CM-ACCOUNT(WS-FOUND-IDX)
           MOVE WS-ACTIVE-IN TO WS-CM-ACTIVE(WS-FOUND-IDX)
           MOVE WS-FROM-IN TO WS-CM-FROM(WS-FOUND-IDX)
           MOVE WS-TO-IN TO WS-CM-TO(WS-FOUND-IDX)
           MOVE WS-CEILING-IN TO WS-CM-CEILING(WS-FOUND-IDX)
           MOVE "Y" TO WS-CHANGED-SW.

       Rewrite-Catmast-File.
           OPEN OUTPUT CATEGORY-MASTER
           PERFORM VARYING WS-CATMAST-IDX FROM 1 BY 1
               UNTIL WS-CATMAST-IDX > WS-CATMAST-COUNT
             MOVE WS-CM-IMAGE(WS-CATMAST-IDX) TO CATEGORY-RECORD
             WRITE CATEGORY-RECORD
           END-PERFORM
           CLOSE CATEGORY-MASTER.

       Write-Register-Heading.
           MOVE SPACES TO REGISTER-LINE
           STRING "CATEGORY MASTER MAINTENANCE REGISTER - RUN DATE "
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
             " CATEGORY " DELIMITED BY SIZE
             WS-CATEGORY-IN DELIMITED BY SIZE
             " EFFECTIVE FROM " DELIMITED BY SIZE
             WS-FROM-IN DELIMITED BY SIZE
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
