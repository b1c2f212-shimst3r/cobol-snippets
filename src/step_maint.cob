       IDENTIFICATION DIVISION.
       PROGRAM-ID. StepMaint.
      *Maintain the step-definition file NightlyBatchDriver runs
      *the night from - add a step, change its program, SYSIN
      *cards, maximum return code, restartable or enabled flag,
      *delete it, and list the night with the SYSIN deck a full run
      *needs. Every entry is proved as it is keyed: an order number
      *above zero and not already used, a program name given once
      *only, a card count of 0 to 9 matching the cards listed, a
      *maximum return code of 0 to 16, and Y/N flags. Every applied
      *change is printed on the step change register with before
      *and after images. When no step file exists yet, maintenance
      *starts from the standard night so the first save writes it.
       AUTHOR. Nils Müller.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STEP-FILE ASSIGN TO "step-definitions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEP-STATUS.
           SELECT MAINT-REGISTER
               ASSIGN TO "step-change-register.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD STEP-FILE.
       01 STEP-RECORD.
           COPY "step_definition".

       FD MAINT-REGISTER.
       01 REGISTER-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-STEP-STATUS PIC XX.
       01 STEP-EOF-SW PIC X VALUE "N".
         88 End-Of-Step-File VALUE "Y".

       01 WS-ACTION PIC X VALUE SPACE.
         88 Add-Action VALUE "A" "a".
         88 Change-Action VALUE "C" "c".
         88 Delete-Action VALUE "D" "d".
         88 List-Action VALUE "L" "l".
         88 End-Action VALUE "E" "e".

       01 WS-STEP-LIMIT PIC 99 VALUE 50.
       01 WS-STEP-COUNT PIC 99 VALUE 0.
       01 WS-STEP-TABLE.
         02 WS-STEP-ENTRY OCCURS 50 TIMES.
           03 WS-SD-IMAGE.
             04 WS-SD-ORDER PIC 9(3).
             04 WS-SD-PROGRAM PIC X(20).
             04 WS-SD-CARD-COUNT PIC 9.
             04 WS-SD-CARDS PIC X(30).
             04 WS-SD-MAX-RC PIC 9(4).
             04 WS-SD-RESTARTABLE PIC X.
             04 WS-SD-ENABLED PIC X.
             04 WS-SD-DESCRIPTION PIC X(40).
       01 WS-STEP-IDX PIC 99.
       01 WS-SHIFT-IDX PIC 99.
       01 WS-FOUND-IDX PIC 99.
       01 WS-FOUND-SW PIC X.
         88 Step-Found VALUE "Y".
       01 WS-CHANGED-SW PIC X VALUE "N".
         88 Table-Changed VALUE "Y".
       01 WS-OVERFLOW-SW PIC X VALUE "N".
         88 Step-Table-Overflow VALUE "Y".

      *The standard night, used to start the file when none exists
      *yet - the steps the driver used to run in its own code, in
      *the same order, with the same cards and stop rule, and the
      *nightly steps added since. The roster intake, run when the
      *bureau's roster arrives, and the month-end management pack
      *are defined but disabled - enable each with a change on the
      *night it is due. Page escalation is not a step - the driver
      *sweeps unanswered pages itself once the last step is over.
       01 STANDARD-NIGHT-VALUES.
         02 FILLER PIC X(23) VALUE "010PreflightCheck".
         02 FILLER PIC X(31) VALUE "0".
         02 FILLER PIC X(6) VALUE "0004NY".
         02 FILLER PIC X(40) VALUE "Pre-flight check of inputs".
         02 FILLER PIC X(23) VALUE "020FileBackup".
         02 FILLER PIC X(31) VALUE "1B".
         02 FILLER PIC X(6) VALUE "0004NY".
         02 FILLER PIC X(40) VALUE "Backup of the critical files".
         02 FILLER PIC X(23) VALUE "030EmpMasterEdit".
         02 FILLER PIC X(31) VALUE "0".
         02 FILLER PIC X(6) VALUE "0004NY".
         02 FILLER PIC X(40) VALUE "Employee master validation".
         02 FILLER PIC X(23) VALUE "040BirthdayCalculator".
         02 FILLER PIC X(31) VALUE "1B".
         02 FILLER PIC X(6) VALUE "0004NY".
         02 FILLER PIC X(40) VALUE "Birthday batch report".
         02 FILLER PIC X(23) VALUE "045StandingPost".
         02 FILLER PIC X(31) VALUE "0".
         02 FILLER PIC X(6) VALUE "0004NY".
         02 FILLER PIC X(40) VALUE "Standing entries posting".
         02 FILLER PIC X(23) VALUE "050CalcUserInput".
         02 FILLER PIC X(31) VALUE "1B".
         02 FILLER PIC X(6) VALUE "0004NY".
         02 FILLER PIC X(40) VALUE "Batch totals and posting".
         02 FILLER PIC X(23) VALUE "052BudgetVariance".
         02 FILLER PIC X(31) VALUE "1<tolerance>".
         02 FILLER PIC X(6) VALUE "0004NY".
         02 FILLER PIC X(40) VALUE "Budget versus actual".
         02 FILLER PIC X(23) VALUE "054FeedCalendarCheck".
         02 FILLER PIC X(31) VALUE "0".
         02 FILLER PIC X(6) VALUE "0004NY".
         02 FILLER PIC X(40) VALUE "Missing and late feeds".
         02 FILLER PIC X(23) VALUE "060CharTester".
         02 FILLER PIC X(31) VALUE "3B,<format>,<diag>".
         02 FILLER PIC X(6) VALUE "0004NY".
         02 FILLER PIC X(40) VALUE "Character batch validation".
         02 FILLER PIC X(23) VALUE "070ReportHousekeep".
         02 FILLER PIC X(31) VALUE "0".
         02 FILLER PIC X(6) VALUE "0004YY".
         02 FILLER PIC X(40) VALUE "Report generation pruning".
         02 FILLER PIC X(23) VALUE "080ReportCompare".
         02 FILLER PIC X(31) VALUE "0".
         02 FILLER PIC X(6) VALUE "0004YY".
         02 FILLER PIC X(40) VALUE "Compare against prior night".
         02 FILLER PIC X(23) VALUE "090EmpMasterVerify".
         02 FILLER PIC X(31) VALUE "0".
         02 FILLER PIC X(6) VALUE "0004NY".
         02 FILLER PIC X(40) VALUE "Flat and indexed master agreement".
         02 FILLER PIC X(23) VALUE "095JournalAckIntake".
         02 FILLER PIC X(31) VALUE "0".
         02 FILLER PIC X(6) VALUE "0008NY".
         02 FILLER PIC X(40) VALUE "GL journal acceptance intake".
         02 FILLER PIC X(23) VALUE "097PayrollRoster".
         02 FILLER PIC X(31) VALUE "0".
         02 FILLER PIC X(6) VALUE "0008NN".
         02 FILLER PIC X(40) VALUE "Payroll bureau roster".
         02 FILLER PIC X(23) VALUE "100BankRecon".
         02 FILLER PIC X(31) VALUE "0".
         02 FILLER PIC X(6) VALUE "0008NY".
         02 FILLER PIC X(40) VALUE "Bank statement reconciliation".
         02 FILLER PIC X(23) VALUE "110ManagerDigest".
         02 FILLER PIC X(31) VALUE "0".
         02 FILLER PIC X(6) VALUE "0004YY".
         02 FILLER PIC X(40) VALUE "Weekly manager digest (Mondays)".
         02 FILLER PIC X(23) VALUE "112StepTrend".
         02 FILLER PIC X(31) VALUE "2<nights>,<overrun>".
         02 FILLER PIC X(6) VALUE "0004YY".
         02 FILLER PIC X(40) VALUE "Step run-time trend".
         02 FILLER PIC X(23) VALUE "115ManagementPack".
         02 FILLER PIC X(31) VALUE "1<YYYYMM or blank>".
         02 FILLER PIC X(6) VALUE "0008NN".
         02 FILLER PIC X(40) VALUE "Monthly management pack".
       01 STANDARD-NIGHT-TABLE REDEFINES STANDARD-NIGHT-VALUES.
         02 STANDARD-STEP PIC X(100) OCCURS 18 TIMES.
       01 WS-STANDARD-COUNT PIC 99 VALUE 18.

       01 WS-ORDER-IN PIC X(3).
       01 WS-ORDER-NUM REDEFINES WS-ORDER-IN PIC 9(3).
       01 WS-PROGRAM-IN PIC X(20).
       01 WS-CARD-COUNT-IN PIC X.
       01 WS-CARD-COUNT-NUM REDEFINES WS-CARD-COUNT-IN PIC 9.
       01 WS-CARDS-IN PIC X(30).
       01 WS-MAX-RC-IN PIC X(2).
       01 WS-MAX-RC-NUM PIC 9(4).
       01 WS-RESTARTABLE-IN PIC X.
       01 WS-ENABLED-IN PIC X.
       01 WS-DESCRIPTION-IN PIC X(40).
       01 WS-ENTRY-OK-SW PIC X.
         88 Entry-Is-Valid VALUE "Y".
       01 WS-COMMA-COUNT PIC 99.
       01 WS-DECK-LINE PIC X(120).
       01 WS-DECK-POS PIC 9(3).

       01 WS-RUN-DATE PIC 9(8).
       01 WS-BEFORE-IMAGE PIC X(100).
       01 WS-AFTER-IMAGE PIC X(100).
       01 WS-REGISTER-ACTION PIC X(10).
       01 WS-APPLIED-COUNT PIC 9(5) VALUE 0.

      *Run-lock query - the night's steps may not change under a
      *nightly run that has already read them.
       01 WS-LOCK-ACTION PIC X.
       01 WS-LOCK-HELD PIC X.

      *The finished register is handed to the print spool for
      *operator release instead of being hunted down by file name.
       01 WS-SPOOL-PROGRAM PIC X(20) VALUE "StepMaint".
       01 WS-SPOOL-REPORT PIC X(30)
          VALUE "step-change-register.txt".
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
           OPEN OUTPUT MAINT-REGISTER
           PERFORM Write-Register-Heading
           PERFORM Load-Step-Table
      *A file bigger than the table must never be rewritten from
      *it - steps past the limit would be silently lost.
           IF Step-Table-Overflow
             CLOSE MAINT-REGISTER
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM Get-Maint-Action
           PERFORM UNTIL End-Action
             EVALUATE TRUE
               WHEN Add-Action
                 PERFORM Add-Step
               WHEN Change-Action
                 PERFORM Change-Step
               WHEN Delete-Action
                 PERFORM Delete-Step
               WHEN List-Action
                 PERFORM List-Steps
               WHEN OTHER
                 DISPLAY "Enter A, C, D, L, or E."
             END-EVALUATE
             PERFORM Get-Maint-Action
           END-PERFORM
           PERFORM Write-Register-Totals
           CLOSE MAINT-REGISTER
           PERFORM Spool-Finished-Report
           IF Table-Changed
             PERFORM Rewrite-Step-File
             DISPLAY "Step definition file rewritten."
           END-IF
           GOBACK.

       Get-Maint-Action.
           DISPLAY "Action - (A)dd, (C)hange, (D)elete, (L)ist, "
             "or (E)nd: "
           ACCEPT WS-ACTION.

       Load-Step-Table.
           MOVE 0 TO WS-STEP-COUNT
           OPEN INPUT STEP-FILE
           IF WS-STEP-STATUS = "35"
             DISPLAY "Step definition file not found - starting from "
               "the standard night."
             PERFORM Load-Standard-Night
           ELSE
             MOVE "N" TO STEP-EOF-SW
             READ STEP-FILE
               AT END MOVE "Y" TO STEP-EOF-SW
             END-READ
             PERFORM UNTIL End-Of-Step-File
                OR WS-STEP-COUNT >= WS-STEP-LIMIT
               ADD 1 TO WS-STEP-COUNT
               MOVE SdOrder TO WS-SD-ORDER(WS-STEP-COUNT)
               MOVE SdProgram TO WS-SD-PROGRAM(WS-STEP-COUNT)
               MOVE SdCardCount TO WS-SD-CARD-COUNT(WS-STEP-COUNT)
               MOVE SdCards TO WS-SD-CARDS(WS-STEP-COUNT)
               MOVE SdMaxRC TO WS-SD-MAX-RC(WS-STEP-COUNT)
               MOVE SdRestartable TO WS-SD-RESTARTABLE(WS-STEP-COUNT)
               MOVE SdEnabled TO WS-SD-ENABLED(WS-STEP-COUNT)
               MOVE SdDescription TO WS-SD-DESCRIPTION(WS-STEP-COUNT)
               READ STEP-FILE
                 AT END MOVE "Y" TO STEP-EOF-SW
               END-READ
             END-PERFORM
             IF NOT End-Of-Step-File
               MOVE "Y" TO WS-OVERFLOW-SW
               DISPLAY "Step definition file holds more than ",
                 WS-STEP-LIMIT, " records - maintenance abandoned."
             END-IF
             CLOSE STEP-FILE
           END-IF.

      *Each standard step goes on the register as an add, so the
      *first register shows exactly what the new file was built
      *from.
       Load-Standard-Night.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STANDARD-COUNT
             ADD 1 TO WS-STEP-COUNT
             MOVE STANDARD-STEP(WS-STEP-IDX)
               TO WS-SD-IMAGE(WS-STEP-COUNT)
             MOVE WS-SD-ORDER(WS-STEP-COUNT) TO WS-ORDER-NUM
             MOVE "(STANDARD NIGHT)" TO WS-BEFORE-IMAGE
             MOVE WS-SD-IMAGE(WS-STEP-COUNT) TO WS-AFTER-IMAGE
             MOVE "ADD" TO WS-REGISTER-ACTION
             PERFORM Write-Register-Applied
           END-PERFORM
           MOVE "Y" TO WS-CHANGED-SW.

       Accept-Step-Order.
           MOVE "N" TO WS-ENTRY-OK-SW
           DISPLAY "Step order (3 digits, e.g. 055): "
           ACCEPT WS-ORDER-IN
           IF WS-ORDER-IN IS NOT NUMERIC
             DISPLAY "Step order must be three digits."
           ELSE
             IF WS-ORDER-NUM = 0
               DISPLAY "Step order must be above zero."
             ELSE
               MOVE "Y" TO WS-ENTRY-OK-SW
               PERFORM Find-Step
             END-IF
           END-IF.

       Find-Step.
           MOVE "N" TO WS-FOUND-SW
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT OR Step-Found
             IF WS-SD-ORDER(WS-STEP-IDX) = WS-ORDER-NUM
               MOVE "Y" TO WS-FOUND-SW
               MOVE WS-STEP-IDX TO WS-FOUND-IDX
             END-IF
           END-PERFORM.

      *The fields behind the order - program, cards, stop rule, and
      *flags. A program may appear once only, because a resume
      *finds a step's run-control records by program name.
       Accept-Step-Fields.
           MOVE "N" TO WS-ENTRY-OK-SW
           DISPLAY "Program to CALL: "
           ACCEPT WS-PROGRAM-IN
           IF WS-PROGRAM-IN = SPACES
             DISPLAY "Program may not be blank."
           ELSE
             PERFORM Check-Program-Unique
             IF Entry-Is-Valid
               MOVE "N" TO WS-ENTRY-OK-SW
               PERFORM Accept-Step-Cards
             END-IF
           END-IF
           IF Entry-Is-Valid
             MOVE "N" TO WS-ENTRY-OK-SW
             PERFORM Accept-Step-Rules
           END-IF.

       Check-Program-Unique.
           MOVE "Y" TO WS-ENTRY-OK-SW
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT
             IF WS-SD-PROGRAM(WS-STEP-IDX) = WS-PROGRAM-IN
                AND WS-STEP-IDX NOT = WS-FOUND-IDX
               MOVE "N" TO WS-ENTRY-OK-SW
             END-IF
           END-PERFORM
           IF NOT Entry-Is-Valid
             DISPLAY "That program is already a step of the night."
           END-IF.

      *The cards are listed comma-separated, so the number listed
      *must agree with the count the driver's deck is built from.
       Accept-Step-Cards.
           DISPLAY "Number of SYSIN cards the step reads (0-9): "
           ACCEPT WS-CARD-COUNT-IN
           IF WS-CARD-COUNT-IN IS NOT NUMERIC
             DISPLAY "Card count must be one digit."
           ELSE
             MOVE SPACES TO WS-CARDS-IN
             IF WS-CARD-COUNT-NUM > 0
               DISPLAY "Cards, comma-separated (e.g. B,<format>): "
               ACCEPT WS-CARDS-IN
             END-IF
             MOVE 0 TO WS-COMMA-COUNT
             INSPECT WS-CARDS-IN TALLYING WS-COMMA-COUNT FOR ALL ","
             EVALUATE TRUE
               WHEN WS-CARD-COUNT-NUM = 0
                 MOVE "Y" TO WS-ENTRY-OK-SW
               WHEN WS-CARDS-IN = SPACES
                 DISPLAY "The cards must be listed."
               WHEN WS-COMMA-COUNT + 1 NOT = WS-CARD-COUNT-NUM
                 DISPLAY "The cards listed do not match the count."
               WHEN OTHER
                 MOVE "Y" TO WS-ENTRY-OK-SW
             END-EVALUATE
           END-IF.

       Accept-Step-Rules.
           DISPLAY "Highest return code that lets the run carry on "
             "(0-16): "
           ACCEPT WS-MAX-RC-IN
           PERFORM Check-Max-RC
           IF Entry-Is-Valid
             MOVE "N" TO WS-ENTRY-OK-SW
             DISPLAY "Restartable - safe to rerun on a resume (Y/N): "
             ACCEPT WS-RESTARTABLE-IN
             DISPLAY "Enabled - runs tonight (Y/N): "
             ACCEPT WS-ENABLED-IN
             IF (WS-RESTARTABLE-IN NOT = "Y"
                 AND WS-RESTARTABLE-IN NOT = "N")
                OR (WS-ENABLED-IN NOT = "Y"
                 AND WS-ENABLED-IN NOT = "N")
               DISPLAY "Restartable and enabled must be Y or N."
             ELSE
               DISPLAY "Description: "
               ACCEPT WS-DESCRIPTION-IN
               MOVE "Y" TO WS-ENTRY-OK-SW
             END-IF
           END-IF.

      *One or two digits; a single digit may be keyed either way.
       Check-Max-RC.
           MOVE "N" TO WS-ENTRY-OK-SW
           EVALUATE TRUE
             WHEN WS-MAX-RC-IN IS NUMERIC
               MOVE WS-MAX-RC-IN TO WS-MAX-RC-NUM
               MOVE "Y" TO WS-ENTRY-OK-SW
             WHEN WS-MAX-RC-IN(1:1) IS NUMERIC
                  AND WS-MAX-RC-IN(2:1) = SPACE
               MOVE WS-MAX-RC-IN(1:1) TO WS-MAX-RC-NUM
               MOVE "Y" TO WS-ENTRY-OK-SW
           END-EVALUATE
           IF Entry-Is-Valid AND WS-MAX-RC-NUM > 16
             MOVE "N" TO WS-ENTRY-OK-SW
           END-IF
           IF NOT Entry-Is-Valid
             DISPLAY "Maximum return code must be 0 to 16."
           END-IF.

       List-Steps.
           DISPLAY "ORD PROGRAM              MAXRC R E CARDS"
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT
             DISPLAY WS-SD-ORDER(WS-STEP-IDX), " ",
               WS-SD-PROGRAM(WS-STEP-IDX), " ",
               WS-SD-MAX-RC(WS-STEP-IDX), "  ",
               WS-SD-RESTARTABLE(WS-STEP-IDX), " ",
               WS-SD-ENABLED(WS-STEP-IDX), " ",
               WS-SD-CARD-COUNT(WS-STEP-IDX), " ",
               WS-SD-CARDS(WS-STEP-IDX)
             DISPLAY "    ", WS-SD-DESCRIPTION(WS-STEP-IDX)
           END-PERFORM
           PERFORM Display-Full-Run-Deck.

      *The SYSIN deck for a full run - the driver's own run-mode
      *card, then every enabled step's cards in running order.
       Display-Full-Run-Deck.
           MOVE SPACES TO WS-DECK-LINE
           MOVE "F" TO WS-DECK-LINE
           MOVE 2 TO WS-DECK-POS
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT
             IF WS-SD-ENABLED(WS-STEP-IDX) = "Y"
                AND WS-SD-CARD-COUNT(WS-STEP-IDX) > 0
               STRING "," DELIMITED BY SIZE
                 WS-SD-CARDS(WS-STEP-IDX) DELIMITED BY SPACE
                 INTO WS-DECK-LINE
                 WITH POINTER WS-DECK-POS
               END-STRING
             END-IF
           END-PERFORM
           DISPLAY "SYSIN deck for a full run: ", WS-DECK-LINE.

      *Steps are kept in running order, so a new step is slotted
      *in ahead of the first step with a higher order number.
       Add-Step.
           PERFORM Accept-Step-Order
           IF Entry-Is-Valid
             IF Step-Found
               DISPLAY "A step with that order already exists - use "
                 "Change."
             ELSE
               IF WS-STEP-COUNT >= WS-STEP-LIMIT
                 DISPLAY "Step table full."
               ELSE
                 PERFORM Accept-Step-Fields
                 IF Entry-Is-Valid
                   PERFORM Insert-Step-Entry
                   PERFORM Store-Step-Fields
                   MOVE "(NEW STEP)" TO WS-BEFORE-IMAGE
                   MOVE WS-SD-IMAGE(WS-FOUND-IDX) TO WS-AFTER-IMAGE
                   MOVE "ADD" TO WS-REGISTER-ACTION
                   PERFORM Write-Register-Applied
                   DISPLAY "Step added."
                 END-IF
               END-IF
             END-IF
           END-IF.

       Insert-Step-Entry.
           MOVE 1 TO WS-FOUND-IDX
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT
             IF WS-SD-ORDER(WS-STEP-IDX) < WS-ORDER-NUM
               COMPUTE WS-FOUND-IDX = WS-STEP-IDX + 1
             END-IF
           END-PERFORM
           ADD 1 TO WS-STEP-COUNT
           PERFORM VARYING WS-SHIFT-IDX FROM WS-STEP-COUNT BY -1
               UNTIL WS-SHIFT-IDX <= WS-FOUND-IDX
             MOVE WS-SD-IMAGE(WS-SHIFT-IDX - 1)
               TO WS-SD-IMAGE(WS-SHIFT-IDX)
           END-PERFORM.

       Change-Step.
           PERFORM Accept-Step-Order
           IF Entry-Is-Valid
             IF NOT Step-Found
               DISPLAY "No step with that order."
             ELSE
               DISPLAY "Current: ", WS-SD-IMAGE(WS-FOUND-IDX)
               PERFORM Accept-Step-Fields
               IF Entry-Is-Valid
                 MOVE WS-SD-IMAGE(WS-FOUND-IDX) TO WS-BEFORE-IMAGE
                 PERFORM Store-Step-Fields
                 MOVE WS-SD-IMAGE(WS-FOUND-IDX) TO WS-AFTER-IMAGE
                 MOVE "CHANGE" TO WS-REGISTER-ACTION
                 PERFORM Write-Register-Applied
                 DISPLAY "Step changed."
               END-IF
             END-IF
           END-IF.

       Delete-Step.
           PERFORM Accept-Step-Order
           IF Entry-Is-Valid
             IF NOT Step-Found
               DISPLAY "No step with that order."
             ELSE
               MOVE WS-SD-IMAGE(WS-FOUND-IDX) TO WS-BEFORE-IMAGE
               MOVE "(DELETED)" TO WS-AFTER-IMAGE
               PERFORM VARYING WS-SHIFT-IDX FROM WS-FOUND-IDX BY 1
                   UNTIL WS-SHIFT-IDX >= WS-STEP-COUNT
                 MOVE WS-SD-IMAGE(WS-SHIFT-IDX + 1)
                   TO WS-SD-IMAGE(WS-SHIFT-IDX)
               END-PERFORM
               SUBTRACT 1 FROM WS-STEP-COUNT
               MOVE "DELETE" TO WS-REGISTER-ACTION
               PERFORM Write-Register-Applied
               MOVE "Y" TO WS-CHANGED-SW
               DISPLAY "Step deleted."
             END-IF
           END-IF.

       Store-Step-Fields.
           MOVE WS-ORDER-NUM TO WS-SD-ORDER(WS-FOUND-IDX)
           MOVE WS-PROGRAM-IN TO WS-SD-PROGRAM(WS-FOUND-IDX)
           MOVE WS-CARD-COUNT-NUM TO WS-SD-CARD-COUNT(WS-FOUND-IDX)
           MOVE WS-CARDS-IN TO WS-SD-CARDS(WS-FOUND-IDX)
           MOVE WS-MAX-RC-NUM TO WS-SD-MAX-RC(WS-FOUND-IDX)
           MOVE WS-RESTARTABLE-IN TO WS-SD-RESTARTABLE(WS-FOUND-IDX)
           MOVE WS-ENABLED-IN TO WS-SD-ENABLED(WS-FOUND-IDX)
           MOVE WS-DESCRIPTION-IN TO WS-SD-DESCRIPTION(WS-FOUND-IDX)
           MOVE "Y" TO WS-CHANGED-SW.

       Rewrite-Step-File.
           OPEN OUTPUT STEP-FILE
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT
             MOVE SPACES TO STEP-RECORD
             MOVE WS-SD-ORDER(WS-STEP-IDX) TO SdOrder
             MOVE WS-SD-PROGRAM(WS-STEP-IDX) TO SdProgram
             MOVE WS-SD-CARD-COUNT(WS-STEP-IDX) TO SdCardCount
             MOVE WS-SD-CARDS(WS-STEP-IDX) TO SdCards
             MOVE WS-SD-MAX-RC(WS-STEP-IDX) TO SdMaxRC
             MOVE WS-SD-RESTARTABLE(WS-STEP-IDX) TO SdRestartable
             MOVE WS-SD-ENABLED(WS-STEP-IDX) TO SdEnabled
             MOVE WS-SD-DESCRIPTION(WS-STEP-IDX) TO SdDescription
             WRITE STEP-RECORD
           END-PERFORM
           CLOSE STEP-FILE.

       Write-Register-Heading.
           MOVE SPACES TO REGISTER-LINE
           STRING "STEP DEFINITION CHANGE REGISTER - RUN DATE "
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
             " STEP " DELIMITED BY SIZE
             WS-ORDER-NUM DELIMITED BY SIZE
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
