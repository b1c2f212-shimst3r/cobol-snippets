       IDENTIFICATION DIVISION.
       PROGRAM-ID. NightlyBatchDriver.
      *JCL-style driver chaining the nightly batch steps in sequence.
      *The night is no longer coded here: the steps are read from the
      *step-definition file (see StepMaint) and run in file order -
      *each entry names the program to CALL, the SYSIN cards it
      *reads, the highest return code that lets the run carry on,
      *whether it is restartable, and whether it is enabled. Feed
      *one input card per prompt via SYSIN, same as an operator
      *typing at each program's prompts: the run-mode card first,
      *then the cards of every enabled step in order - StepMaint's
      *list shows the deck a full run needs. A step ending above
      *its maximum return code stops the run - in particular the
      *run goes no further when the backup step cannot prove its
      *copies. A disabled step is passed over and reads no cards.
      *The first card is the rerun mode: R resumes tonight's run
      *by consulting run-control for the resolved run date and
      *skipping every non-restartable step that already ended
      *within its maximum return code; anything else (normally F)
      *runs everything from the top. Restartable steps are always
      *rerun on a resume - they are idempotent housekeeping and
      *reporting. Every step is held to its batch window; a step
      *with no schedule entry runs unrestricted. Once the last step
      *is over - or the run has stopped - pages still unanswered
      *are escalated to the backup on call before the handover is
      *written, so those pages are on it. The driver writes its own
      *start and end records to run-control around the whole night
      *- the end record carries the night's highest return code,
      *also when the run stopped early - so the night itself shows
      *on the status board and in the month-end pack.
       AUTHOR. Nils Müller.
       DATE-WRITTEN. 2026-08-08.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STEP-FILE ASSIGN TO "step-definitions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEP-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "run-control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT ALERT-FILE ASSIGN TO "operator-alerts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.
           SELECT PAGE-LOG ASSIGN TO "page-log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAGELOG-STATUS.
           SELECT HANDOVER-REPORT ASSIGN USING WS-HANDOVER-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD STEP-FILE.
       01 STEP-RECORD.
           COPY "step_definition".

       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-RECORD.
           COPY "run_control".
       01 ALERT-RECORD.
           COPY "alert_record".

       FD PAGE-LOG.
       01 PAGE-LOG-RECORD.
           COPY "page_record".

       FD HANDOVER-REPORT.
       01 HANDOVER-LINE PIC X(120).
       WORKING-STORAGE SECTION.
       01 WS-STEP-RC PIC 9(4).
       01 WS-MAX-RC PIC 9(4) VALUE 0.

      *Tonight's steps, loaded from the step-definition file in
      *running order before anything is run.
       01 WS-STEP-STATUS PIC XX.
       01 STEP-EOF-SW PIC X VALUE "N".
         88 End-Of-Step-File VALUE "Y".
       01 WS-STEP-LIMIT PIC 99 VALUE 50.
       01 WS-STEP-COUNT PIC 99 VALUE 0.
       01 WS-ENABLED-COUNT PIC 99 VALUE 0.
       01 WS-STEP-TABLE.
         02 WS-STEP-ENTRY OCCURS 50 TIMES.
           03 WS-SD-ORDER PIC 9(3).
           03 WS-SD-PROGRAM PIC X(20).
           03 WS-SD-CARD-COUNT PIC 9.
           03 WS-SD-CARDS PIC X(30).
           03 WS-SD-MAX-RC PIC 9(4).
           03 WS-SD-RESTARTABLE PIC X.
             88 Table-Step-Restartable VALUE "Y".
           03 WS-SD-ENABLED PIC X.
             88 Table-Step-Enabled VALUE "Y".
           03 WS-SD-DESCRIPTION PIC X(40).
       01 WS-STEP-IDX PIC 99.
       01 WS-STEP-PROGRAM PIC X(20).
      *Every step is called with a blank operator id - nothing the
      *driver runs is under a console sign-on, so a step that needs
      *one (CalcUserInput's adjustment mode) refuses to run.
       01 WS-STEP-OPERATOR PIC X(8) VALUE SPACES.
       01 WS-STEPS-OK-SW PIC X VALUE "Y".
         88 Steps-Loaded-OK VALUE "Y".
       01 WS-RUN-STOPPED-SW PIC X VALUE "N".
         88 Run-Stopped VALUE "Y".

      *End-of-night escalation sweep - a page to the primary still
      *unanswered this many minutes after it was sent goes to the
      *backup. Pages sent later are left to the cyclic
      *PageEscalation job.
       01 WS-ESCALATE-MINUTES PIC 9(3) VALUE 30.

      *A step that cannot be loaded, or a step file that cannot be
      *trusted, is raised on the operator alert file.
       01 WS-RUNCTL-PROGRAM PIC X(20) VALUE "NightlyBatchDriver".
       01 WS-RUNCTL-PHASE PIC X.
       01 WS-RUNCTL-RC PIC 9(4) VALUE 0.
       01 WS-RUNCTL-READ PIC 9(7) VALUE 0.
       01 WS-RUNCTL-WRITE PIC 9(7) VALUE 0.
       01 WS-ALERT-SEVERITY PIC X.
       01 WS-ALERT-MESSAGE PIC X(60).

      *Per-step schedule consultation - a step outside its batch
      *window is skipped with RC 8 so the run halts there.
       01 WS-WINDOW-JOB PIC X(20).
       01 WS-RUN-DATE-NEXT PIC 9(8).
       01 WS-RUN-DATE-INT PIC 9(8).
       01 WS-RESTART-JOB PIC X(20).
       01 WS-DONE-MAX-RC PIC 9(4).
       01 WS-STEP-DONE-SW PIC X.
         88 Step-Already-Done VALUE "Y".

         88 End-Of-Catalog-File VALUE "Y".
       01 ALERT-EOF-SW PIC X VALUE "N".
         88 End-Of-Alert-File VALUE "Y".
       01 WS-PAGELOG-STATUS PIC XX.
       01 PAGELOG-EOF-SW PIC X VALUE "N".
         88 End-Of-Page-Log VALUE "Y".
       01 WS-HANDOVER-NAME PIC X(30) VALUE SPACES.

       01 HANDOVER-STEP-LINE.
         02 FILLER PIC X VALUE SPACE.
         02 HalMessage PIC X(60).

       01 HANDOVER-PAGE-LINE.
         02 HpgRole PIC X.
         02 FILLER PIC X VALUE SPACE.
         02 HpgOperatorId PIC X(8).
         02 FILLER PIC X VALUE SPACE.
         02 HpgContact PIC X(20).
         02 FILLER PIC X VALUE SPACE.
         02 HpgPageTime PIC 9(6).
         02 FILLER PIC X VALUE SPACE.
         02 HpgAlertProgram PIC X(20).
         02 FILLER PIC X VALUE SPACE.
         02 HpgAlertText PIC X(60).

       PROCEDURE DIVISION.
       Main.
           DISPLAY "=== Nightly Batch Driver starting ===".
           CALL "GetRunDate" USING WS-RUN-DATE WS-RERUN-FLAG
           PERFORM Write-Runctl-Start
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) + 1
           COMPUTE WS-RUN-DATE-NEXT =
           END-IF
           PERFORM Set-Run-Lock
           MOVE 0 TO WS-STEP-RC
           PERFORM Load-Step-Table
           IF Steps-Loaded-OK
             PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                 UNTIL WS-STEP-IDX > WS-STEP-COUNT OR Run-Stopped
               PERFORM Run-Defined-Step
             END-PERFORM
           END-IF
           PERFORM Escalate-Unanswered-Pages
           PERFORM Write-Handover-Report
           PERFORM Clear-Run-Lock
           PERFORM Write-Runctl-End
           MOVE WS-MAX-RC TO RETURN-CODE
           DISPLAY "=== Nightly Batch Driver finished, RC = ",
             WS-MAX-RC, " ===".
           GOBACK.

      *An escalation the rota had no backup for is a warning on the
      *night, RC 4.
       Escalate-Unanswered-Pages.
           DISPLAY "Escalating pages unanswered after ",
             WS-ESCALATE-MINUTES, " minutes."
           MOVE 0 TO RETURN-CODE
           CALL "EscalatePages" USING WS-ESCALATE-MINUTES
           MOVE RETURN-CODE TO WS-STEP-RC
           PERFORM Track-Max-RC.

      *The one page that tells the 6 a.m. operator whether to relax
      *or to start the recovery procedure - tonight's steps, the
      *report generations cataloged tonight, the alerts raised on
      *the run date, and who was paged for them, gathered in one
      *place.
       Write-Handover-Report.
           MOVE SPACES TO WS-HANDOVER-NAME
           STRING "handover-report-" DELIMITED BY SIZE
           PERFORM Handover-Step-Section
           PERFORM Handover-Report-Section
           PERFORM Handover-Alert-Section
           PERFORM Handover-Page-Section
           CLOSE HANDOVER-REPORT
           DISPLAY "Handover report written: ", WS-HANDOVER-NAME.

             CLOSE ALERT-FILE
           END-IF.

      *Who was paged for tonight's errors and when - a page with no
      *operator is one the on-call rota had nobody for.
       Handover-Page-Section.
           MOVE SPACES TO HANDOVER-LINE
           WRITE HANDOVER-LINE
           MOVE "PAGES SENT TONIGHT (P PRIMARY / B BACKUP)"
             TO HANDOVER-LINE
           WRITE HANDOVER-LINE
           OPEN INPUT PAGE-LOG
           IF WS-PAGELOG-STATUS = "35"
             MOVE "  (NO PAGES SENT)" TO HANDOVER-LINE
             WRITE HANDOVER-LINE
           ELSE
             MOVE "N" TO PAGELOG-EOF-SW
             READ PAGE-LOG
               AT END MOVE "Y" TO PAGELOG-EOF-SW
             END-READ
             PERFORM UNTIL End-Of-Page-Log
      *Wall-clock stamps - a page sent after midnight carries the
      *next calendar day, so both dates count as tonight's.
               IF PgPageDate = WS-RUN-DATE
                  OR PgPageDate = WS-RUN-DATE-NEXT
                 MOVE PgRole TO HpgRole
                 IF PgOperatorId = SPACES
                   MOVE "NO COVER" TO HpgOperatorId
                 ELSE
                   MOVE PgOperatorId TO HpgOperatorId
                 END-IF
                 MOVE PgContact TO HpgContact
                 MOVE PgPageTime TO HpgPageTime
                 MOVE PgAlertProgram TO HpgAlertProgram
                 MOVE PgAlertText TO HpgAlertText
                 WRITE HANDOVER-LINE FROM HANDOVER-PAGE-LINE
               END-IF
               READ PAGE-LOG
                 AT END MOVE "Y" TO PAGELOG-EOF-SW
               END-READ
             END-PERFORM
             CLOSE PAGE-LOG
           END-IF.

       Set-Run-Lock.
           MOVE "S" TO WS-LOCK-ACTION
           CALL "RunLock" USING WS-LOCK-ACTION WS-LOCK-HELD.
           MOVE "C" TO WS-LOCK-ACTION
           CALL "RunLock" USING WS-LOCK-ACTION WS-LOCK-HELD.

      *The whole file is read before the first step runs, so a
      *bad or truncated step file stops the night before anything
      *is posted rather than halfway through it.
       Load-Step-Table.
           MOVE 0 TO WS-STEP-COUNT
           MOVE 0 TO WS-ENABLED-COUNT
           OPEN INPUT STEP-FILE
           IF WS-STEP-STATUS = "35"
             MOVE "N" TO WS-STEPS-OK-SW
             DISPLAY "Step definition file not found - nothing run."
             MOVE "STEP DEFINITION FILE MISSING - NIGHT NOT RUN"
               TO WS-ALERT-MESSAGE
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
               IF Step-Enabled
                 ADD 1 TO WS-ENABLED-COUNT
               END-IF
               READ STEP-FILE
                 AT END MOVE "Y" TO STEP-EOF-SW
               END-READ
             END-PERFORM
             EVALUATE TRUE
               WHEN NOT End-Of-Step-File
                 MOVE "N" TO WS-STEPS-OK-SW
                 DISPLAY "Step definition file holds more than ",
                   WS-STEP-LIMIT, " steps - nothing run."
                 MOVE "STEP FILE OVER TABLE LIMIT - NIGHT NOT RUN"
                   TO WS-ALERT-MESSAGE
               WHEN WS-ENABLED-COUNT = 0
                 MOVE "N" TO WS-STEPS-OK-SW
                 DISPLAY "No enabled steps on the step definition "
                   "file - nothing run."
                 MOVE "NO ENABLED STEPS ON STEP DEFINITION FILE"
                   TO WS-ALERT-MESSAGE
             END-EVALUATE
             CLOSE STEP-FILE
           END-IF
           IF NOT Steps-Loaded-OK
             MOVE 16 TO WS-STEP-RC
             PERFORM Track-Max-RC
             MOVE "E" TO WS-ALERT-SEVERITY
             CALL "AlertWriter" USING WS-ALERT-SEVERITY
               WS-RUNCTL-PROGRAM WS-ALERT-MESSAGE
           END-IF.

      *One step of the night. On a resume a non-restartable step
      *that already ended within its limit is skipped - skipping an
      *already-posted calc step is what prevents the double-posting
      *a top-down rerun risked. A step outside its batch window is
      *not started and ends RC 8 so the run halts there.
       Run-Defined-Step.
           MOVE WS-SD-PROGRAM(WS-STEP-IDX) TO WS-STEP-PROGRAM
           IF NOT Table-Step-Enabled(WS-STEP-IDX)
             DISPLAY "Step ", WS-SD-ORDER(WS-STEP-IDX), ": ",
               WS-STEP-PROGRAM, " disabled - not run tonight."
           ELSE
             DISPLAY "Step ", WS-SD-ORDER(WS-STEP-IDX), ": ",
               WS-STEP-PROGRAM, " ", WS-SD-DESCRIPTION(WS-STEP-IDX)
             MOVE "N" TO WS-STEP-DONE-SW
             IF NOT Table-Step-Restartable(WS-STEP-IDX)
               MOVE WS-STEP-PROGRAM TO WS-RESTART-JOB
               MOVE WS-SD-MAX-RC(WS-STEP-IDX) TO WS-DONE-MAX-RC
               PERFORM Check-Step-Done
             END-IF
             IF Step-Already-Done
               DISPLAY "Step ", WS-SD-ORDER(WS-STEP-IDX),
                 " skipped - already completed tonight."
               MOVE 0 TO WS-STEP-RC
             ELSE
               MOVE WS-STEP-PROGRAM TO WS-WINDOW-JOB
               PERFORM Check-Step-Window
               IF WS-WINDOW-OK = "N"
                 DISPLAY "Step ", WS-SD-ORDER(WS-STEP-IDX),
                   " skipped - outside its batch window."
                 MOVE 8 TO WS-STEP-RC
                 PERFORM Track-Max-RC
               ELSE
                 PERFORM Call-Step-Program
               END-IF
             END-IF
             IF WS-STEP-RC > WS-SD-MAX-RC(WS-STEP-IDX)
               MOVE "Y" TO WS-RUN-STOPPED-SW
               DISPLAY "Step ", WS-SD-ORDER(WS-STEP-IDX),
                 " failed - skipping remaining steps."
             END-IF
           END-IF.

      *A program name keyed wrongly in the step file cannot be
      *loaded - that is a failed step, raised like any other.
       Call-Step-Program.
           MOVE 0 TO RETURN-CODE
           CALL WS-STEP-PROGRAM USING WS-STEP-OPERATOR
             ON EXCEPTION
               DISPLAY "Step program ", WS-STEP-PROGRAM,
                 " could not be loaded."
               MOVE SPACES TO WS-ALERT-MESSAGE
               STRING "STEP PROGRAM NOT FOUND: " DELIMITED BY SIZE
                 WS-STEP-PROGRAM DELIMITED BY SPACE
                 INTO WS-ALERT-MESSAGE
               END-STRING
               MOVE "E" TO WS-ALERT-SEVERITY
               CALL "AlertWriter" USING WS-ALERT-SEVERITY
                 WS-RUNCTL-PROGRAM WS-ALERT-MESSAGE
               MOVE 16 TO RETURN-CODE
           END-CALL
           MOVE RETURN-CODE TO WS-STEP-RC
           PERFORM Track-Max-RC
           DISPLAY "Step ", WS-SD-ORDER(WS-STEP-IDX), " RC = ",
             WS-STEP-RC.

       Check-Step-Window.
           MOVE "Y" TO WS-WINDOW-OK
           CALL "BatchWindowCheck" USING WS-WINDOW-JOB WS-WINDOW-OK.

      *A step is done when its newest run-control record for
      *tonight is a phase-E record within the step's maximum RC.
      *RunControl stamps the wall-clock date, so a step that ended
      *after midnight is dated the next calendar day - records
      *dated the run date or the following day both count as
      *tonight's, or a post-midnight calc step would be re-posted on
      *the resume. A step that started without a clean end, or
      *never started, is run again - that is where the resume picks
      *up.
       Check-Step-Done.
           MOVE "N" TO WS-STEP-DONE-SW
           IF NOT Resume-From-Failure
                 IF RcProgramId = WS-RESTART-JOB
                    AND (RcDate = WS-RUN-DATE
                         OR RcDate = WS-RUN-DATE-NEXT)
                   IF RcPhase = "E"
                      AND RcReturnCode <= WS-DONE-MAX-RC
                     MOVE "Y" TO WS-STEP-DONE-SW
                   ELSE
                     MOVE "N" TO WS-STEP-DONE-SW
           IF WS-STEP-RC > WS-MAX-RC
             MOVE WS-STEP-RC TO WS-MAX-RC
           END-IF.

       Write-Runctl-Start.
           MOVE "S" TO WS-RUNCTL-PHASE
           MOVE 0 TO WS-RUNCTL-RC
           MOVE 0 TO WS-RUNCTL-READ
           MOVE 0 TO WS-RUNCTL-WRITE
           PERFORM Call-Run-Control.

      *Records read are the step definitions loaded for the night.
       Write-Runctl-End.
           MOVE "E" TO WS-RUNCTL-PHASE
           MOVE WS-MAX-RC TO WS-RUNCTL-RC
           MOVE WS-STEP-COUNT TO WS-RUNCTL-READ
           MOVE 0 TO WS-RUNCTL-WRITE
           PERFORM Call-Run-Control.

      *A CALL leaves the callee's zero in RETURN-CODE, so the run's
      *return code is put back after the record is written.
       Call-Run-Control.
           CALL "RunControl" USING WS-RUNCTL-PROGRAM WS-RUNCTL-PHASE
             WS-RUNCTL-RC WS-RUNCTL-READ WS-RUNCTL-WRITE
           MOVE WS-RUNCTL-RC TO RETURN-CODE.
