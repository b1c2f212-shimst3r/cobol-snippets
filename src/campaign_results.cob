       IDENTIFICATION DIVISION.
       PROGRAM-ID. CampaignResults.
      *Results of the targeted customer mailings - for every
      *campaign on the campaign master, the customers mailed and the
      *customers who responded, per selection segment and in total.
      *Mailings are taken from the mail history the label run and
      *the campaign greetings write, and responses from the inbound
      *campaign-response file. A response is matched to a mailing of
      *the same campaign by customer number, after following any
      *merge cross-reference to the surviving number, and each
      *mailing is counted as responded once however often the
      *customer answered. Responses from customers the campaign
      *never mailed are counted separately. Mailings made before the
      *campaign had a selection are shown as segment 00.
       AUTHOR. Nils Müller.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMPAIGN-MASTER ASSIGN TO "campaign-master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAMPAIGN-STATUS.
           SELECT MAIL-HISTORY ASSIGN TO "mail-history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT RESPONSE-FILE ASSIGN TO "campaign-responses.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESPONSE-STATUS.
           SELECT XREF-FILE ASSIGN TO "cust-number-xref.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.
           SELECT RESULTS-REPORT ASSIGN TO "campaign-results.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CAMPAIGN-MASTER.
       01 CAMPAIGN-RECORD.
           COPY "campaign_record".

       FD MAIL-HISTORY.
       01 MAIL-HISTORY-RECORD.
         02 MhCustomerName PIC X(20).
         02 MhBirthDate PIC 9(8).
         02 MhCampaign PIC X(8).
         02 MhMailDate PIC 9(8).
         02 MhCustomerNumber PIC 9(7).
         02 MhSegment PIC 99.

       FD RESPONSE-FILE.
       01 RESPONSE-RECORD.
           COPY "campaign_response".

       FD XREF-FILE.
       01 XREF-RECORD.
           COPY "customer_xref".

       FD RESULTS-REPORT.
       01 REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-CAMPAIGN-STATUS PIC XX.
       01 WS-HISTORY-STATUS PIC XX.
       01 WS-RESPONSE-STATUS PIC XX.
       01 WS-XREF-STATUS PIC XX.
       01 CAMPAIGN-EOF-SW PIC X VALUE "N".
         88 End-Of-Campaign-File VALUE "Y".
       01 HISTORY-EOF-SW PIC X VALUE "N".
         88 End-Of-History-File VALUE "Y".
       01 RESPONSE-EOF-SW PIC X VALUE "N".
         88 End-Of-Response-File VALUE "Y".
       01 XREF-EOF-SW PIC X VALUE "N".
         88 End-Of-Xref-File VALUE "Y".

      *One entry per campaign segment on the master, plus one for
      *any segment a mailing carries that the master no longer
      *has, each with its mailed and responded counts.
       01 WS-RESULT-LIMIT PIC 9(3) VALUE 300.
       01 WS-RESULT-COUNT PIC 9(3) VALUE 0.
       01 WS-RESULT-TABLE.
         02 WS-RESULT-ENTRY OCCURS 300 TIMES.
           03 WS-RES-CAMPAIGN PIC X(8).
           03 WS-RES-SEGMENT PIC 99.
           03 WS-RES-DESCRIPTION PIC X(30).
           03 WS-RES-MAILED PIC 9(7).
           03 WS-RES-RESPONDED PIC 9(7).
       01 WS-RES-IDX PIC 9(3).
       01 WS-FOUND-RES PIC 9(3).

      *Campaigns in master order, with the responses that matched
      *no mailing of the campaign.
       01 WS-CAMPAIGN-LIMIT PIC 9(3) VALUE 200.
       01 WS-CAMPAIGN-COUNT PIC 9(3) VALUE 0.
       01 WS-CAMPAIGN-TABLE.
         02 WS-CAMPAIGN-ENTRY OCCURS 200 TIMES.
           03 WS-CMP-CODE PIC X(8).
           03 WS-CMP-NOT-MAILED PIC 9(7).
       01 WS-CMP-IDX PIC 9(3).
       01 WS-FOUND-CMP PIC 9(3).

      *Every mailing of a campaign on the master, flagged R once a
      *response has been matched to it.
       01 WS-MAILED-LIMIT PIC 9(5) VALUE 20000.
       01 WS-MAILED-COUNT PIC 9(5) VALUE 0.
       01 WS-MAILED-TABLE.
         02 WS-MAILED-ENTRY OCCURS 20000 TIMES.
           03 WS-MLD-CAMPAIGN PIC X(8).
           03 WS-MLD-NUMBER PIC 9(7).
           03 WS-MLD-RESULT PIC 9(3).
           03 WS-MLD-FLAG PIC X.
             88 Mailing-Responded VALUE "R".
       01 WS-MLD-IDX PIC 9(5).
       01 WS-FOUND-MLD PIC 9(5).
       01 WS-REPEAT-MLD PIC 9(5).

       01 WS-OVERFLOW-SW PIC X VALUE "N".
         88 Table-Overflow VALUE "Y".
       01 WS-SEGMENT-WORK PIC 99.

      *Merge cross-references - a response or mailing under a number
      *a later de-duplication merge retired is resolved to the
      *surviving number before matching.
       01 WS-XREF-LIMIT PIC 9(4) VALUE 2000.
       01 WS-XREF-COUNT PIC 9(4) VALUE 0.
       01 WS-XREF-TABLE.
         02 WS-XREF-ENTRY OCCURS 2000 TIMES.
           03 WS-XR-RETIRED PIC 9(7).
           03 WS-XR-SURVIVING PIC 9(7).
       01 WS-XREF-IDX PIC 9(4).
       01 WS-XREF-HOPS PIC 99.
       01 WS-XREF-MOVED-SW PIC X.
         88 Xref-Moved VALUE "Y".
       01 WS-RESOLVE-NUMBER PIC 9(7).

       01 WS-HISTORY-READ PIC 9(7) VALUE 0.
       01 WS-HISTORY-OTHER PIC 9(7) VALUE 0.
       01 WS-RESPONSE-READ PIC 9(7) VALUE 0.
       01 WS-RESPONSE-MATCHED PIC 9(7) VALUE 0.
       01 WS-RESPONSE-REPEAT PIC 9(7) VALUE 0.
       01 WS-RESPONSE-NOT-MAILED PIC 9(7) VALUE 0.
       01 WS-RESPONSE-UNKNOWN PIC 9(7) VALUE 0.
       01 WS-CAMPAIGN-MAILED PIC 9(7).
       01 WS-CAMPAIGN-RESPONDED PIC 9(7).
       01 WS-RATE-MAILED PIC 9(7).
       01 WS-RATE-RESPONDED PIC 9(7).

       01 RESULT-HEADING.
         02 FILLER PIC X(4) VALUE "  SG".
         02 FILLER PIC X(32) VALUE " DESCRIPTION".
         02 FILLER PIC X(10) VALUE "    MAILED".
         02 FILLER PIC X(11) VALUE "  RESPONDED".
         02 FILLER PIC X(8) VALUE "   RATE%".
       01 RESULT-LINE.
         02 FILLER PIC XX VALUE SPACES.
         02 RlSegment PIC XX.
         02 FILLER PIC X VALUE SPACE.
         02 RlDescription PIC X(30).
         02 FILLER PIC X VALUE SPACE.
         02 RlMailed PIC Z(9)9.
         02 FILLER PIC X VALUE SPACE.
         02 RlResponded PIC Z(9)9.
         02 FILLER PIC XX VALUE SPACES.
         02 RlRate PIC ZZZ9.9.

       01 SUMMARY-LINE.
         02 SumLabel PIC X(26).
         02 SumCount PIC ZZZZZZ9.

      *Resolved run date - honours the optional run-date override
      *card so a rerun reports as of the original date.
       01 WS-RERUN-FLAG PIC X VALUE "N".
       01 WS-RUN-DATE PIC 9(8) VALUE 0.

      *Start/end records for the shared run-control status board.
       01 WS-RUNCTL-PROGRAM PIC X(20) VALUE "CampaignResults".
       01 WS-RUNCTL-PHASE PIC X.
       01 WS-RUNCTL-RC PIC 9(4) VALUE 0.
       01 WS-RUNCTL-READ PIC 9(7) VALUE 0.
       01 WS-RUNCTL-WRITE PIC 9(7) VALUE 0.

      *Alerts raised for the operator-alert review screen.
       01 WS-ALERT-SEVERITY PIC X.
       01 WS-ALERT-MESSAGE PIC X(60).
       01 WS-SAVED-RC PIC 9(4).

      *The finished report is handed to the print spool for
      *operator release instead of being hunted down by file name.
       01 WS-SPOOL-REPORT PIC X(30) VALUE "campaign-results.txt".

       PROCEDURE DIVISION.
       Main.
           CALL "GetRunDate" USING WS-RUN-DATE WS-RERUN-FLAG
           PERFORM Write-Runctl-Start
           PERFORM Load-Campaign-Table
           EVALUATE TRUE
             WHEN WS-CAMPAIGN-STATUS = "35"
               DISPLAY "Campaign master not found - no results "
                 "reported."
               MOVE 16 TO RETURN-CODE
               MOVE "E" TO WS-ALERT-SEVERITY
               MOVE "CAMPAIGN MASTER NOT FOUND - NO RESULTS"
                 TO WS-ALERT-MESSAGE
               PERFORM Write-Operator-Alert
             WHEN OTHER
               PERFORM Load-Number-Xref
               IF NOT Table-Overflow
                 PERFORM Load-Mailings
               END-IF
               IF NOT Table-Overflow
                 PERFORM Match-Responses
               END-IF
               IF Table-Overflow
                 DISPLAY "Campaign results table full - no results "
                   "reported."
                 MOVE 16 TO RETURN-CODE
                 MOVE "E" TO WS-ALERT-SEVERITY
                 MOVE "CAMPAIGN RESULTS NOT REPORTED - TABLE FULL"
                   TO WS-ALERT-MESSAGE
                 PERFORM Write-Operator-Alert
               ELSE
                 PERFORM Write-Results-Report
                 PERFORM Spool-Finished-Report
               END-IF
               MOVE WS-HISTORY-READ TO WS-RUNCTL-READ
               ADD WS-RESPONSE-READ TO WS-RUNCTL-READ
               MOVE WS-RESULT-COUNT TO WS-RUNCTL-WRITE
           END-EVALUATE
           PERFORM Write-Runctl-End
           GOBACK.

       Write-Runctl-Start.
           MOVE "S" TO WS-RUNCTL-PHASE
           MOVE 0 TO WS-RUNCTL-RC
           MOVE 0 TO WS-RUNCTL-READ
           MOVE 0 TO WS-RUNCTL-WRITE
           PERFORM Call-Run-Control.

       Write-Runctl-End.
           MOVE "E" TO WS-RUNCTL-PHASE
           MOVE RETURN-CODE TO WS-RUNCTL-RC
           PERFORM Call-Run-Control.

      *A CALL leaves the callee's zero in RETURN-CODE, so the step
      *return code is put back after the record is written.
       Call-Run-Control.
           CALL "RunControl" USING WS-RUNCTL-PROGRAM WS-RUNCTL-PHASE
             WS-RUNCTL-RC WS-RUNCTL-READ WS-RUNCTL-WRITE
           MOVE WS-RUNCTL-RC TO RETURN-CODE.

      *A CALL leaves the callee's zero in RETURN-CODE, so the
      *caller's return code is saved across the alert write.
       Write-Operator-Alert.
           MOVE RETURN-CODE TO WS-SAVED-RC
           CALL "AlertWriter" USING WS-ALERT-SEVERITY
             WS-RUNCTL-PROGRAM WS-ALERT-MESSAGE
           MOVE WS-SAVED-RC TO RETURN-CODE.

      *A CALL leaves the callee's zero in RETURN-CODE, so the
      *caller's return code is saved across the spool hand-over.
       Spool-Finished-Report.
           MOVE RETURN-CODE TO WS-SAVED-RC
           CALL "SpoolReport" USING WS-RUNCTL-PROGRAM WS-SPOOL-REPORT
             WS-RUN-DATE
           MOVE WS-SAVED-RC TO RETURN-CODE.

       Load-Campaign-Table.
           MOVE 0 TO WS-RESULT-COUNT
           MOVE 0 TO WS-CAMPAIGN-COUNT
           OPEN INPUT CAMPAIGN-MASTER
           IF WS-CAMPAIGN-STATUS = "35"
             CONTINUE
           ELSE
             MOVE "N" TO CAMPAIGN-EOF-SW
             READ CAMPAIGN-MASTER
               AT END MOVE "Y" TO CAMPAIGN-EOF-SW
             END-READ
             PERFORM UNTIL End-Of-Campaign-File OR Table-Overflow
               PERFORM Find-Campaign
               IF WS-FOUND-CMP = 0
                 IF WS-CAMPAIGN-COUNT >= WS-CAMPAIGN-LIMIT
                   MOVE "Y" TO WS-OVERFLOW-SW
                 ELSE
                   ADD 1 TO WS-CAMPAIGN-COUNT
                   MOVE CgCampaign TO WS-CMP-CODE(WS-CAMPAIGN-COUNT)
                   MOVE 0 TO WS-CMP-NOT-MAILED(WS-CAMPAIGN-COUNT)
                 END-IF
               END-IF
               MOVE CgSegment TO WS-SEGMENT-WORK
               PERFORM Add-Result-Entry
               MOVE CgDescription
                 TO WS-RES-DESCRIPTION(WS-FOUND-RES)
               READ CAMPAIGN-MASTER
                 AT END MOVE "Y" TO CAMPAIGN-EOF-SW
               END-READ
             END-PERFORM
             CLOSE CAMPAIGN-MASTER
           END-IF.

       Find-Campaign.
           MOVE 0 TO WS-FOUND-CMP
           PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
               UNTIL WS-CMP-IDX > WS-CAMPAIGN-COUNT
                  OR WS-FOUND-CMP > 0
             IF WS-CMP-CODE(WS-CMP-IDX) = CgCampaign
               MOVE WS-CMP-IDX TO WS-FOUND-CMP
             END-IF
           END-PERFORM.

      *Finds the result entry for CgCampaign and WS-SEGMENT-WORK,
      *adding it when the campaign has none for that segment. On
      *overflow the last entry stands in, and the run reports
      *nothing.
       Add-Result-Entry.
           MOVE 0 TO WS-FOUND-RES
           PERFORM VARYING WS-RES-IDX FROM 1 BY 1
               UNTIL WS-RES-IDX > WS-RESULT-COUNT OR WS-FOUND-RES > 0
             IF WS-RES-CAMPAIGN(WS-RES-IDX) = CgCampaign
                AND WS-RES-SEGMENT(WS-RES-IDX) = WS-SEGMENT-WORK
               MOVE WS-RES-IDX TO WS-FOUND-RES
             END-IF
           END-PERFORM
           IF WS-FOUND-RES = 0
             IF WS-RESULT-COUNT >= WS-RESULT-LIMIT
               MOVE "Y" TO WS-OVERFLOW-SW
               MOVE WS-RESULT-COUNT TO WS-FOUND-RES
             ELSE
               ADD 1 TO WS-RESULT-COUNT
               MOVE WS-RESULT-COUNT TO WS-FOUND-RES
               MOVE CgCampaign TO WS-RES-CAMPAIGN(WS-FOUND-RES)
               MOVE WS-SEGMENT-WORK TO WS-RES-SEGMENT(WS-FOUND-RES)
               IF WS-SEGMENT-WORK = 0
                 MOVE "WHOLE CUSTOMER FILE"
                   TO WS-RES-DESCRIPTION(WS-FOUND-RES)
               ELSE
                 MOVE "SEGMENT NO LONGER ON MASTER"
                   TO WS-RES-DESCRIPTION(WS-FOUND-RES)
               END-IF
               MOVE 0 TO WS-RES-MAILED(WS-FOUND-RES)
               MOVE 0 TO WS-RES-RESPONDED(WS-FOUND-RES)
             END-IF
           END-IF.

       Load-Number-Xref.
           MOVE 0 TO WS-XREF-COUNT
           OPEN INPUT XREF-FILE
           IF WS-XREF-STATUS = "35"
             CONTINUE
           ELSE
             MOVE "N" TO XREF-EOF-SW
             READ XREF-FILE
               AT END MOVE "Y" TO XREF-EOF-SW
             END-READ
             PERFORM UNTIL End-Of-Xref-File
                OR WS-XREF-COUNT >= WS-XREF-LIMIT
               ADD 1 TO WS-XREF-COUNT
               MOVE XrRetiredNumber TO WS-XR-RETIRED(WS-XREF-COUNT)
               MOVE XrSurvivingNumber
                 TO WS-XR-SURVIVING(WS-XREF-COUNT)
               READ XREF-FILE
                 AT END MOVE "Y" TO XREF-EOF-SW
               END-READ
             END-PERFORM
             IF NOT End-Of-Xref-File
               MOVE "Y" TO WS-OVERFLOW-SW
             END-IF
             CLOSE XREF-FILE
           END-IF.

      *A survivor may itself have been merged again, so the chain
      *is followed to its end; the hop limit stops a damaged file
      *that points back on itself.
       Resolve-Retired-Number.
           MOVE 0 TO WS-XREF-HOPS
           MOVE "Y" TO WS-XREF-MOVED-SW
           PERFORM UNTIL NOT Xref-Moved OR WS-XREF-HOPS >= 20
             MOVE "N" TO WS-XREF-MOVED-SW
             PERFORM VARYING WS-XREF-IDX FROM 1 BY 1
                 UNTIL WS-XREF-IDX > WS-XREF-COUNT OR Xref-Moved
               IF WS-XR-RETIRED(WS-XREF-IDX) = WS-RESOLVE-NUMBER
                 MOVE WS-XR-SURVIVING(WS-XREF-IDX)
                   TO WS-RESOLVE-NUMBER
                 MOVE "Y" TO WS-XREF-MOVED-SW
               END-IF
             END-PERFORM
             ADD 1 TO WS-XREF-HOPS
           END-PERFORM.

      *Mail history for campaigns not on the master - codes typed
      *at the label prompt before campaigns were kept - is passed
      *over. History without a segment predates the selections and
      *counts under segment 00.
       Load-Mailings.
           MOVE 0 TO WS-MAILED-COUNT
           OPEN INPUT MAIL-HISTORY
           IF WS-HISTORY-STATUS = "35"
             CONTINUE
           ELSE
             MOVE "N" TO HISTORY-EOF-SW
             READ MAIL-HISTORY
               AT END MOVE "Y" TO HISTORY-EOF-SW
             END-READ
             PERFORM UNTIL End-Of-History-File OR Table-Overflow
               ADD 1 TO WS-HISTORY-READ
               MOVE MhCampaign TO CgCampaign
               PERFORM Find-Campaign
               IF WS-FOUND-CMP = 0
                 ADD 1 TO WS-HISTORY-OTHER
               ELSE
                 PERFORM Record-One-Mailing
               END-IF
               READ MAIL-HISTORY
                 AT END MOVE "Y" TO HISTORY-EOF-SW
               END-READ
             END-PERFORM
             CLOSE MAIL-HISTORY
           END-IF.

       Record-One-Mailing.
           IF MhSegment IS NUMERIC
             MOVE MhSegment TO WS-SEGMENT-WORK
           ELSE
             MOVE 0 TO WS-SEGMENT-WORK
           END-IF
           PERFORM Add-Result-Entry
           ADD 1 TO WS-RES-MAILED(WS-FOUND-RES)
           IF WS-MAILED-COUNT >= WS-MAILED-LIMIT
             MOVE "Y" TO WS-OVERFLOW-SW
           ELSE
             ADD 1 TO WS-MAILED-COUNT
             MOVE MhCampaign TO WS-MLD-CAMPAIGN(WS-MAILED-COUNT)
             MOVE 0 TO WS-MLD-NUMBER(WS-MAILED-COUNT)
             IF MhCustomerNumber IS NUMERIC
               MOVE MhCustomerNumber TO WS-RESOLVE-NUMBER
               PERFORM Resolve-Retired-Number
               MOVE WS-RESOLVE-NUMBER TO WS-MLD-NUMBER(WS-MAILED-COUNT)
             END-IF
             MOVE WS-FOUND-RES TO WS-MLD-RESULT(WS-MAILED-COUNT)
             MOVE SPACE TO WS-MLD-FLAG(WS-MAILED-COUNT)
           END-IF.

      *No response file yet simply means nobody has answered.
       Match-Responses.
           OPEN INPUT RESPONSE-FILE
           IF WS-RESPONSE-STATUS = "35"
             DISPLAY "No campaign responses received yet."
           ELSE
             MOVE "N" TO RESPONSE-EOF-SW
             READ RESPONSE-FILE
               AT END MOVE "Y" TO RESPONSE-EOF-SW
             END-READ
             PERFORM UNTIL End-Of-Response-File
               ADD 1 TO WS-RESPONSE-READ
               PERFORM Match-One-Response
               READ RESPONSE-FILE
                 AT END MOVE "Y" TO RESPONSE-EOF-SW
               END-READ
             END-PERFORM
             CLOSE RESPONSE-FILE
           END-IF.

      *A customer answering a second time, or mailed twice by the
      *same campaign, is matched to a mailing not yet responded to
      *first; only when none is left is the answer a repeat.
       Match-One-Response.
           MOVE CrCampaign TO CgCampaign
           PERFORM Find-Campaign
           IF WS-FOUND-CMP = 0
             ADD 1 TO WS-RESPONSE-UNKNOWN
           ELSE
             MOVE 0 TO WS-RESOLVE-NUMBER
             IF CrCustomerNumber IS NUMERIC
               MOVE CrCustomerNumber TO WS-RESOLVE-NUMBER
               PERFORM Resolve-Retired-Number
             END-IF
             MOVE 0 TO WS-FOUND-MLD
             MOVE 0 TO WS-REPEAT-MLD
             PERFORM VARYING WS-MLD-IDX FROM 1 BY 1
                 UNTIL WS-MLD-IDX > WS-MAILED-COUNT OR WS-FOUND-MLD > 0
               IF WS-MLD-CAMPAIGN(WS-MLD-IDX) = CrCampaign
                  AND WS-MLD-NUMBER(WS-MLD-IDX) = WS-RESOLVE-NUMBER
                  AND WS-RESOLVE-NUMBER > 0
                 IF Mailing-Responded(WS-MLD-IDX)
                   MOVE WS-MLD-IDX TO WS-REPEAT-MLD
                 ELSE
                   MOVE WS-MLD-IDX TO WS-FOUND-MLD
                 END-IF
               END-IF
             END-PERFORM
             EVALUATE TRUE
               WHEN WS-FOUND-MLD > 0
                 ADD 1 TO WS-RESPONSE-MATCHED
                 MOVE "R" TO WS-MLD-FLAG(WS-FOUND-MLD)
                 MOVE WS-MLD-RESULT(WS-FOUND-MLD) TO WS-FOUND-RES
                 ADD 1 TO WS-RES-RESPONDED(WS-FOUND-RES)
               WHEN WS-REPEAT-MLD > 0
                 ADD 1 TO WS-RESPONSE-REPEAT
               WHEN OTHER
                 ADD 1 TO WS-RESPONSE-NOT-MAILED
                 ADD 1 TO WS-CMP-NOT-MAILED(WS-FOUND-CMP)
             END-EVALUATE
           END-IF.

       Write-Results-Report.
           OPEN OUTPUT RESULTS-REPORT
           MOVE SPACES TO REPORT-LINE
           STRING "CAMPAIGN RESULTS AS OF " DELIMITED BY SIZE
             WS-RUN-DATE DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
               UNTIL WS-CMP-IDX > WS-CAMPAIGN-COUNT
             PERFORM Write-Campaign-Results
           END-PERFORM
           PERFORM Write-Results-Summary
           CLOSE RESULTS-REPORT.

       Write-Campaign-Results.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "CAMPAIGN " DELIMITED BY SIZE
             WS-CMP-CODE(WS-CMP-IDX) DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM RESULT-HEADING
           MOVE 0 TO WS-CAMPAIGN-MAILED
           MOVE 0 TO WS-CAMPAIGN-RESPONDED
           PERFORM VARYING WS-RES-IDX FROM 1 BY 1
               UNTIL WS-RES-IDX > WS-RESULT-COUNT
             IF WS-RES-CAMPAIGN(WS-RES-IDX) = WS-CMP-CODE(WS-CMP-IDX)
               MOVE WS-RES-SEGMENT(WS-RES-IDX) TO RlSegment
               MOVE WS-RES-DESCRIPTION(WS-RES-IDX) TO RlDescription
               MOVE WS-RES-MAILED(WS-RES-IDX) TO WS-RATE-MAILED
               MOVE WS-RES-RESPONDED(WS-RES-IDX) TO WS-RATE-RESPONDED
               PERFORM Write-Result-Line
               ADD WS-RES-MAILED(WS-RES-IDX) TO WS-CAMPAIGN-MAILED
               ADD WS-RES-RESPONDED(WS-RES-IDX)
                 TO WS-CAMPAIGN-RESPONDED
             END-IF
           END-PERFORM
           MOVE SPACES TO RlSegment
           MOVE "CAMPAIGN TOTAL" TO RlDescription
           MOVE WS-CAMPAIGN-MAILED TO WS-RATE-MAILED
           MOVE WS-CAMPAIGN-RESPONDED TO WS-RATE-RESPONDED
           PERFORM Write-Result-Line
           IF WS-CMP-NOT-MAILED(WS-CMP-IDX) > 0
             MOVE "  RESPONDED, NOT MAILED : " TO SumLabel
             MOVE WS-CMP-NOT-MAILED(WS-CMP-IDX) TO SumCount
             WRITE REPORT-LINE FROM SUMMARY-LINE
           END-IF.

      *The rate is left at zero for a segment nobody was mailed.
       Write-Result-Line.
           MOVE WS-RATE-MAILED TO RlMailed
           MOVE WS-RATE-RESPONDED TO RlResponded
           IF WS-RATE-MAILED > 0
             COMPUTE RlRate ROUNDED =
               WS-RATE-RESPONDED * 100 / WS-RATE-MAILED
           ELSE
             MOVE 0 TO RlRate
           END-IF
           WRITE REPORT-LINE FROM RESULT-LINE.

       Write-Results-Summary.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "SUMMARY" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "MAIL HISTORY READ       : " TO SumLabel
           MOVE WS-HISTORY-READ TO SumCount
           WRITE REPORT-LINE FROM SUMMARY-LINE
           MOVE "MAILINGS OFF THE MASTER : " TO SumLabel
           MOVE WS-HISTORY-OTHER TO SumCount
           WRITE REPORT-LINE FROM SUMMARY-LINE
           MOVE "RESPONSES READ          : " TO SumLabel
           MOVE WS-RESPONSE-READ TO SumCount
           WRITE REPORT-LINE FROM SUMMARY-LINE
           MOVE "RESPONSES MATCHED       : " TO SumLabel
           MOVE WS-RESPONSE-MATCHED TO SumCount
           WRITE REPORT-LINE FROM SUMMARY-LINE
           MOVE "REPEAT RESPONSES        : " TO SumLabel
           MOVE WS-RESPONSE-REPEAT TO SumCount
           WRITE REPORT-LINE FROM SUMMARY-LINE
           MOVE "RESPONDED, NOT MAILED   : " TO SumLabel
           MOVE WS-RESPONSE-NOT-MAILED TO SumCount
           WRITE REPORT-LINE FROM SUMMARY-LINE
           MOVE "UNKNOWN CAMPAIGN        : " TO SumLabel
           MOVE WS-RESPONSE-UNKNOWN TO SumCount
           WRITE REPORT-LINE FROM SUMMARY-LINE.
