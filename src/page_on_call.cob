       IDENTIFICATION DIVISION.
       PROGRAM-ID. PageOnCall.
      *Page the operator on call for one alert. The on-call rota is
      *searched for the entry of the requested role (P primary, B
      *backup) whose from/to date and time cover the moment of the
      *page; a page naming that operator and contact number and
      *carrying the alert text is appended to the paging gateway
      *interface file for the notification gateway to send, and the
      *same page is appended to the page log for the morning
      *handover. When the rota has nobody for that moment the page
      *is logged with a blank operator so the gap shows in the
      *morning, and the caller is told nothing was sent.
       AUTHOR. Nils Müller.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROTA-FILE ASSIGN TO "oncall-rota.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROTA-STATUS.
           SELECT GATEWAY-FILE ASSIGN TO "paging-gateway.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GATEWAY-STATUS.
           SELECT PAGE-LOG ASSIGN TO "page-log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAGELOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ROTA-FILE.
       01 ROTA-RECORD.
           COPY "oncall_rota".

       FD GATEWAY-FILE.
       01 GATEWAY-RECORD PIC X(143).

       FD PAGE-LOG.
       01 PAGE-LOG-RECORD PIC X(143).

       WORKING-STORAGE SECTION.
       01 WS-ROTA-STATUS PIC XX.
       01 WS-GATEWAY-STATUS PIC XX.
       01 WS-PAGELOG-STATUS PIC XX.
       01 ROTA-EOF-SW PIC X VALUE "N".
         88 End-Of-Rota-File VALUE "Y".

      *One page, written alike to the gateway and to the log.
       01 WS-PAGE-RECORD.
           COPY "page_record".

       01 WS-NOW-DATE PIC 9(8).
       01 WS-NOW-TIME.
         02 WS-NOW-HHMM PIC 9(4).
         02 WS-NOW-SS PIC 99.
       01 WS-NOW-STAMP PIC 9(12).
       01 WS-FROM-STAMP PIC 9(12).
       01 WS-TO-STAMP PIC 9(12).
       01 WS-COVER-SW PIC X.
         88 Cover-Found VALUE "Y".
       01 WS-COVER-OPERATOR PIC X(8).
       01 WS-COVER-CONTACT PIC X(20).

       LINKAGE SECTION.
       01 LNK-ROLE PIC X.
       01 LNK-ALERT-PROGRAM PIC X(20).
       01 LNK-ALERT-DATE PIC 9(8).
       01 LNK-ALERT-TIME PIC 9(6).
       01 LNK-ALERT-TEXT PIC X(60).
       01 LNK-PAGE-SENT PIC X.

       PROCEDURE DIVISION USING LNK-ROLE LNK-ALERT-PROGRAM
           LNK-ALERT-DATE LNK-ALERT-TIME LNK-ALERT-TEXT
           LNK-PAGE-SENT.
       Main.
           MOVE "N" TO LNK-PAGE-SENT
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           COMPUTE WS-NOW-STAMP = WS-NOW-DATE * 10000 + WS-NOW-HHMM
           PERFORM Find-On-Call
           MOVE SPACES TO WS-PAGE-RECORD
           MOVE LNK-ROLE TO PgRole
           MOVE WS-NOW-DATE TO PgPageDate
           MOVE WS-NOW-TIME TO PgPageTime
           MOVE LNK-ALERT-PROGRAM TO PgAlertProgram
           MOVE LNK-ALERT-DATE TO PgAlertDate
           MOVE LNK-ALERT-TIME TO PgAlertTime
           MOVE LNK-ALERT-TEXT TO PgAlertText
           IF Cover-Found
             MOVE WS-COVER-OPERATOR TO PgOperatorId
             MOVE WS-COVER-CONTACT TO PgContact
             PERFORM Write-Gateway-Page
             MOVE "Y" TO LNK-PAGE-SENT
             DISPLAY "Paged ", WS-COVER-OPERATOR, " on ",
               WS-COVER-CONTACT
           ELSE
             DISPLAY "No on-call cover on the rota for role ",
               LNK-ROLE, " - page logged, not sent."
           END-IF
           PERFORM Write-Page-Log
           GOBACK.

      *The first entry of the role covering the moment wins, so an
      *overlapping swap keyed later does not take over silently.
       Find-On-Call.
           MOVE "N" TO WS-COVER-SW
           OPEN INPUT ROTA-FILE
           IF WS-ROTA-STATUS = "35"
             CONTINUE
           ELSE
             MOVE "N" TO ROTA-EOF-SW
             READ ROTA-FILE
               AT END MOVE "Y" TO ROTA-EOF-SW
             END-READ
             PERFORM UNTIL End-Of-Rota-File OR Cover-Found
               IF OrRole = LNK-ROLE
                  AND OrFromDate IS NUMERIC AND OrFromTime IS NUMERIC
                  AND OrToDate IS NUMERIC AND OrToTime IS NUMERIC
                 COMPUTE WS-FROM-STAMP =
                     OrFromDate * 10000 + OrFromTime
                 COMPUTE WS-TO-STAMP = OrToDate * 10000 + OrToTime
                 IF WS-NOW-STAMP >= WS-FROM-STAMP
                    AND WS-NOW-STAMP < WS-TO-STAMP
                   MOVE "Y" TO WS-COVER-SW
                   MOVE OrOperatorId TO WS-COVER-OPERATOR
                   MOVE OrContact TO WS-COVER-CONTACT
                 END-IF
               END-IF
               READ ROTA-FILE
                 AT END MOVE "Y" TO ROTA-EOF-SW
               END-READ
             END-PERFORM
             CLOSE ROTA-FILE
           END-IF.

       Write-Gateway-Page.
           OPEN EXTEND GATEWAY-FILE
           IF WS-GATEWAY-STATUS = "35"
             OPEN OUTPUT GATEWAY-FILE
           END-IF
           WRITE GATEWAY-RECORD FROM WS-PAGE-RECORD
           CLOSE GATEWAY-FILE.

       Write-Page-Log.
           OPEN EXTEND PAGE-LOG
           IF WS-PAGELOG-STATUS = "35"
             OPEN OUTPUT PAGE-LOG
           END-IF
           WRITE PAGE-LOG-RECORD FROM WS-PAGE-RECORD
           CLOSE PAGE-LOG.
