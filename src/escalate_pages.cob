       IDENTIFICATION DIVISION.
       PROGRAM-ID. EscalatePages.
      *Escalate unanswered pages to the backup on call - one sweep
      *of the page log, the caller giving the escalation interval
      *in minutes. Called by PageEscalation, the job run every few
      *minutes through the night, and by NightlyBatchDriver once
      *the last step is over. Every page to the primary logged
      *since yesterday that has no backup page yet is looked up on
      *the operator-alert file: once the interval has passed since
      *the page and its alert is still unacknowledged, the backup
      *covering this moment is paged through PageOnCall. A primary
      *page the rota had nobody for escalates the same way, so a
      *gap in the rota still reaches somebody. An escalation the
      *rota has no backup for either returns RC 4.
       AUTHOR. Nils Müller.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAGE-LOG ASSIGN TO "page-log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAGELOG-STATUS.
           SELECT ALERT-FILE ASSIGN TO "operator-alerts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PAGE-LOG.
       01 PAGE-LOG-RECORD.
           COPY "page_record".

       FD ALERT-FILE.
       01 ALERT-RECORD.
           COPY "alert_record".

       WORKING-STORAGE SECTION.
       01 WS-PAGELOG-STATUS PIC XX.
       01 WS-ALERT-STATUS PIC XX.
       01 PAGELOG-EOF-SW PIC X VALUE "N".
         88 End-Of-Page-Log VALUE "Y".
       01 ALERT-EOF-SW PIC X VALUE "N".
         88 End-Of-Alert-File VALUE "Y".

       01 WS-NOW-DATE PIC 9(8).
       01 WS-NOW-TIME.
         02 WS-NOW-HOUR PIC 99.
         02 WS-NOW-MINUTE PIC 99.
         02 WS-NOW-SECOND PIC 99.
       01 WS-NOW-MINUTES PIC 9(9).
       01 WS-OLDEST-DATE PIC 9(8).
       01 WS-DAY-NUMBER PIC 9(7).
       01 WS-PAGE-MINUTES PIC 9(9).

      *Primary pages since yesterday still waiting for an answer.
      *The alert is identified by its program, date, time, and
      *text - the alert file has no other key.
       01 WS-PAGE-LIMIT PIC 9(3) VALUE 500.
       01 WS-PAGE-COUNT PIC 9(3) VALUE 0.
       01 WS-PAGE-TABLE.
         02 WS-PAGE-ENTRY OCCURS 500 TIMES.
           03 WS-PG-ALERT-KEY.
             04 WS-PG-ALERT-PROGRAM PIC X(20).
             04 WS-PG-ALERT-DATE PIC 9(8).
             04 WS-PG-ALERT-TIME PIC 9(6).
             04 WS-PG-ALERT-TEXT PIC X(60).
           03 WS-PG-PAGE-DATE PIC 9(8).
           03 WS-PG-PAGE-TIME.
             04 WS-PG-PAGE-HOUR PIC 99.
             04 WS-PG-PAGE-MINUTE PIC 99.
             04 WS-PG-PAGE-SECOND PIC 99.
           03 WS-PG-ESCALATED PIC X.
           03 WS-PG-ACKED PIC X.
       01 WS-PAGE-IDX PIC 9(3).
       01 WS-FOUND-IDX PIC 9(3).
       01 WS-OVERFLOW-SW PIC X VALUE "N".
         88 Page-Table-Overflow VALUE "Y".
       01 WS-LOOKUP-KEY.
         02 WS-LK-ALERT-PROGRAM PIC X(20).
         02 WS-LK-ALERT-DATE PIC 9(8).
         02 WS-LK-ALERT-TIME PIC 9(6).
         02 WS-LK-ALERT-TEXT PIC X(60).

       01 WS-PAGE-ROLE PIC X VALUE "B".
       01 WS-PAGE-SENT PIC X.
       01 WS-ESCALATED-COUNT PIC 9(5) VALUE 0.
       01 WS-UNCOVERED-COUNT PIC 9(5) VALUE 0.

       LINKAGE SECTION.
       01 LNK-INTERVAL-MINUTES PIC 9(3).

       PROCEDURE DIVISION USING LNK-INTERVAL-MINUTES.
       Main.
           MOVE 0 TO RETURN-CODE
           MOVE 0 TO WS-ESCALATED-COUNT
           MOVE 0 TO WS-UNCOVERED-COUNT
           MOVE "N" TO WS-OVERFLOW-SW
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           COMPUTE WS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-NOW-DATE)
           COMPUTE WS-NOW-MINUTES = WS-DAY-NUMBER * 1440
               + WS-NOW-HOUR * 60 + WS-NOW-MINUTE
           COMPUTE WS-OLDEST-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER - 1)
           PERFORM Load-Open-Pages
           IF WS-PAGE-COUNT > 0
             PERFORM Check-Alert-Acks
             PERFORM VARYING WS-PAGE-IDX FROM 1 BY 1
                 UNTIL WS-PAGE-IDX > WS-PAGE-COUNT
               PERFORM Escalate-One-Page
             END-PERFORM
           END-IF
           DISPLAY "Page escalation complete - pages escalated = ",
             WS-ESCALATED-COUNT
           IF WS-UNCOVERED-COUNT > 0
             DISPLAY "Escalations with no backup on the rota = ",
               WS-UNCOVERED-COUNT
             MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      *A backup page for an alert marks its primary page as already
      *escalated, whichever order the two appear in.
       Load-Open-Pages.
           MOVE 0 TO WS-PAGE-COUNT
           OPEN INPUT PAGE-LOG
           IF WS-PAGELOG-STATUS = "35"
             DISPLAY "Page log not found - nothing to escalate."
           ELSE
             MOVE "N" TO PAGELOG-EOF-SW
             READ PAGE-LOG
               AT END MOVE "Y" TO PAGELOG-EOF-SW
             END-READ
             PERFORM UNTIL End-Of-Page-Log
               IF PgPageDate IS NUMERIC
                  AND PgPageDate >= WS-OLDEST-DATE
                 MOVE PgAlertProgram TO WS-LK-ALERT-PROGRAM
                 MOVE PgAlertDate TO WS-LK-ALERT-DATE
                 MOVE PgAlertTime TO WS-LK-ALERT-TIME
                 MOVE PgAlertText TO WS-LK-ALERT-TEXT
                 PERFORM Find-Open-Page
                 EVALUATE TRUE
                   WHEN Page-To-Backup AND WS-FOUND-IDX > 0
                     MOVE "Y" TO WS-PG-ESCALATED(WS-FOUND-IDX)
                   WHEN Page-To-Backup
                     PERFORM Add-Open-Page
                     IF WS-FOUND-IDX > 0
                       MOVE "Y" TO WS-PG-ESCALATED(WS-FOUND-IDX)
                     END-IF
                   WHEN Page-To-Primary AND WS-FOUND-IDX = 0
                     PERFORM Add-Open-Page
                 END-EVALUATE
               END-IF
               READ PAGE-LOG
                 AT END MOVE "Y" TO PAGELOG-EOF-SW
               END-READ
             END-PERFORM
             CLOSE PAGE-LOG
             IF Page-Table-Overflow
               DISPLAY "More than ", WS-PAGE-LIMIT, " pages since "
                 "yesterday - the rest are not escalated."
             END-IF
           END-IF.

       Find-Open-Page.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-PAGE-IDX FROM 1 BY 1
               UNTIL WS-PAGE-IDX > WS-PAGE-COUNT OR WS-FOUND-IDX > 0
             IF WS-PG-ALERT-KEY(WS-PAGE-IDX) = WS-LOOKUP-KEY
               MOVE WS-PAGE-IDX TO WS-FOUND-IDX
             END-IF
           END-PERFORM.

       Add-Open-Page.
           IF WS-PAGE-COUNT >= WS-PAGE-LIMIT
             MOVE "Y" TO WS-OVERFLOW-SW
           ELSE
             ADD 1 TO WS-PAGE-COUNT
             MOVE WS-PAGE-COUNT TO WS-FOUND-IDX
             MOVE WS-LOOKUP-KEY TO WS-PG-ALERT-KEY(WS-FOUND-IDX)
             MOVE PgPageDate TO WS-PG-PAGE-DATE(WS-FOUND-IDX)
             MOVE PgPageTime TO WS-PG-PAGE-TIME(WS-FOUND-IDX)
             MOVE "N" TO WS-PG-ESCALATED(WS-FOUND-IDX)
             MOVE "N" TO WS-PG-ACKED(WS-FOUND-IDX)
           END-IF.

      *An alert acknowledged at the console, or no longer on the
      *alert file at all (housekept), needs no escalation.
       Check-Alert-Acks.
           PERFORM VARYING WS-PAGE-IDX FROM 1 BY 1
               UNTIL WS-PAGE-IDX > WS-PAGE-COUNT
             MOVE "Y" TO WS-PG-ACKED(WS-PAGE-IDX)
           END-PERFORM
           OPEN INPUT ALERT-FILE
           IF WS-ALERT-STATUS = "35"
             CONTINUE
           ELSE
             MOVE "N" TO ALERT-EOF-SW
             READ ALERT-FILE
               AT END MOVE "Y" TO ALERT-EOF-SW
             END-READ
             PERFORM UNTIL End-Of-Alert-File
               IF AlAckFlag = "N"
                 MOVE AlProgramId TO WS-LK-ALERT-PROGRAM
                 MOVE AlDate TO WS-LK-ALERT-DATE
                 MOVE AlTime TO WS-LK-ALERT-TIME
                 MOVE AlMessage TO WS-LK-ALERT-TEXT
                 PERFORM Find-Open-Page
                 IF WS-FOUND-IDX > 0
                   MOVE "N" TO WS-PG-ACKED(WS-FOUND-IDX)
                 END-IF
               END-IF
               READ ALERT-FILE
                 AT END MOVE "Y" TO ALERT-EOF-SW
               END-READ
             END-PERFORM
             CLOSE ALERT-FILE
           END-IF.

       Escalate-One-Page.
           IF WS-PG-ESCALATED(WS-PAGE-IDX) = "N"
              AND WS-PG-ACKED(WS-PAGE-IDX) = "N"
             COMPUTE WS-DAY-NUMBER =
                 FUNCTION INTEGER-OF-DATE(WS-PG-PAGE-DATE(WS-PAGE-IDX))
             COMPUTE WS-PAGE-MINUTES = WS-DAY-NUMBER * 1440
                 + WS-PG-PAGE-HOUR(WS-PAGE-IDX) * 60
                 + WS-PG-PAGE-MINUTE(WS-PAGE-IDX)
             IF WS-NOW-MINUTES - WS-PAGE-MINUTES
                >= LNK-INTERVAL-MINUTES
               DISPLAY "Escalating unanswered alert from ",
                 WS-PG-ALERT-PROGRAM(WS-PAGE-IDX)
               CALL "PageOnCall" USING WS-PAGE-ROLE
                 WS-PG-ALERT-PROGRAM(WS-PAGE-IDX)
                 WS-PG-ALERT-DATE(WS-PAGE-IDX)
                 WS-PG-ALERT-TIME(WS-PAGE-IDX)
                 WS-PG-ALERT-TEXT(WS-PAGE-IDX)
                 WS-PAGE-SENT
               MOVE "Y" TO WS-PG-ESCALATED(WS-PAGE-IDX)
               ADD 1 TO WS-ESCALATED-COUNT
               IF WS-PAGE-SENT = "N"
                 ADD 1 TO WS-UNCOVERED-COUNT
               END-IF
             END-IF
           END-IF.
