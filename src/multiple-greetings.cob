       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NAME-FILE ASSIGN USING WS-NAME-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NAMEFILE-STATUS.
           SELECT LABEL-FILE ASSIGN TO "mailing-labels.txt"
           SELECT MAIL-HISTORY ASSIGN TO "mail-history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT XREF-FILE ASSIGN TO "cust-number-xref.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.
           SELECT CAMPAIGN-MASTER ASSIGN TO "campaign-master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAMPAIGN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD NAME-FILE.
       01 NAME-RECORD.
           COPY "customer_record".
           COPY "customer_number".
           COPY "campaign_member".

       FD LABEL-FILE.
       01 LABEL-LINE PIC X(80).
         02 SortCity PIC X(15).
         02 SortCountry PIC X(12).
         02 SortBirthDate PIC 9(8).
         02 SortCustomerNumber PIC 9(7).
         02 SortSegment PIC 99.

      *Mail history - one record per label or letter produced, so
      *back-to-back campaigns can suppress anyone already mailed
         02 MhBirthDate PIC 9(8).
         02 MhCampaign PIC X(8).
         02 MhMailDate PIC 9(8).
      *Customer number - appended last; history written before the
      *customers were numbered carries spaces here and is matched
      *on name and birthdate as before.
         02 MhCustomerNumber PIC 9(7).
      *Campaign selection segment - appended last; 00 when the whole
      *customer file was mailed, spaces on history written before
      *campaigns were selected.
         02 MhSegment PIC 99.

       FD XREF-FILE.
       01 XREF-RECORD.
           COPY "customer_xref".

       FD CAMPAIGN-MASTER.
       01 CAMPAIGN-RECORD.
           COPY "campaign_record".

       WORKING-STORAGE SECTION.
       01 IterCount PIC 9 VALUE 5.
         88 End-Of-Sort-File VALUE "Y".

       01 WS-NAMEFILE-STATUS PIC XX.
      *Labels and greetings come from the whole customer file, or
      *from the campaign selection when CampaignSelect last ran for
      *the campaign the operator names.
       01 WS-NAME-FILE-NAME PIC X(30) VALUE "customer-names.dat".
       01 WS-SELECTION-SW PIC X VALUE "N".
         88 Campaign-Selection-Used VALUE "Y".
       01 WS-SELECTION-BAD-SW PIC X VALUE "N".
         88 Selection-Not-Usable VALUE "Y".
       01 WS-SEL-COUNT PIC 9(7) VALUE 0.
       01 WS-SEL-OTHER-COUNT PIC 9(7) VALUE 0.
       01 WS-CAMPAIGN-STATUS PIC XX.
       01 CAMPAIGN-EOF-SW PIC X VALUE "N".
         88 End-Of-Campaign-File VALUE "Y".
       01 WS-ON-MASTER-SW PIC X VALUE "N".
         88 Campaign-On-Master VALUE "Y".
       01 WS-LABEL-COUNT PIC 9(7) VALUE 0.
       01 WS-GREET-COUNT PIC 9(7) VALUE 0.

           03 WS-MH-NAME PIC X(20).
           03 WS-MH-BDATE PIC 9(8).
           03 WS-MH-DATE PIC 9(8).
           03 WS-MH-NUMBER PIC 9(7).
       01 WS-MHIST-IDX PIC 9(4).

      *Merge cross-references - history written under a number a
      *later de-duplication merge retired is resolved to the
      *surviving number, so the merged customer is still held back.
       01 WS-XREF-STATUS PIC XX.
       01 XREF-EOF-SW PIC X VALUE "N".
         88 End-Of-Xref-File VALUE "Y".
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

      *Start/end records for the shared run-control status board.
       01 WS-RUNCTL-PROGRAM PIC X(20) VALUE "MultipleGreetings".
       01 WS-RUNCTL-PHASE PIC X.

       Batch-Processing.
           PERFORM Write-Runctl-Start
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           DISPLAY "Campaign code (blank for every customer): "
           ACCEPT WS-CAMPAIGN
           PERFORM Choose-Name-File
           IF Selection-Not-Usable
             PERFORM Refuse-Campaign-Run
           ELSE
             PERFORM Produce-Greetings
           END-IF
           PERFORM Write-Runctl-End.

       Produce-Greetings.
           IF Campaign-Selection-Used
             OPEN EXTEND MAIL-HISTORY
             IF WS-HISTORY-STATUS = "35"
               OPEN OUTPUT MAIL-HISTORY
             END-IF
           END-IF
           OPEN INPUT NAME-FILE
           IF WS-NAMEFILE-STATUS = "35"
             DISPLAY "Customer name file not found - no greetings "
             PERFORM UNTIL End-Of-Name-File
               ADD 1 TO WS-GREET-COUNT
               PERFORM Greet-Customer
               IF Campaign-Selection-Used
                 PERFORM Write-Greeting-History
               END-IF
               READ NAME-FILE
                 AT END MOVE "Y" TO NAME-EOF-SW
               END-READ
             MOVE WS-GREET-COUNT TO WS-RUNCTL-READ
             MOVE WS-GREET-COUNT TO WS-RUNCTL-WRITE
           END-IF
           IF Campaign-Selection-Used
             CLOSE MAIL-HISTORY
           END-IF.

      *A selection is used only when every record on it carries the
      *campaign named. A campaign on the campaign master is only
      *ever mailed from its own selection - with none on file, or
      *the selection of another campaign, the run is refused rather
      *than mailing the whole customer file. A code not on the
      *campaign master mails the whole customer file as before.
       Choose-Name-File.
           MOVE "N" TO WS-SELECTION-SW
           MOVE "N" TO WS-SELECTION-BAD-SW
           MOVE "N" TO WS-ON-MASTER-SW
           IF WS-CAMPAIGN NOT = SPACES
             PERFORM Check-Campaign-On-Master
             PERFORM Check-Campaign-Selection
             EVALUATE TRUE
               WHEN WS-SEL-COUNT > 0 AND WS-SEL-OTHER-COUNT = 0
                 MOVE "Y" TO WS-SELECTION-SW
               WHEN Campaign-On-Master AND WS-SEL-COUNT = 0
                 MOVE "Y" TO WS-SELECTION-BAD-SW
                 DISPLAY "Campaign ", WS-CAMPAIGN, " has no "
                   "selection on file - run CampaignSelect first."
               WHEN Campaign-On-Master
                 MOVE "Y" TO WS-SELECTION-BAD-SW
                 DISPLAY "The campaign selection on file is not for "
                   "campaign ", WS-CAMPAIGN, " - run CampaignSelect "
                   "first."
             END-EVALUATE
           END-IF
           IF Campaign-Selection-Used
             MOVE "campaign-selection.dat" TO WS-NAME-FILE-NAME
             DISPLAY "Mailing the campaign selection for ", WS-CAMPAIGN
           ELSE
             MOVE "customer-names.dat" TO WS-NAME-FILE-NAME
             IF WS-CAMPAIGN NOT = SPACES
                AND NOT Selection-Not-Usable
               DISPLAY "No selection for campaign ", WS-CAMPAIGN,
                 " - mailing the whole customer file."
             END-IF
           END-IF.

       Check-Campaign-On-Master.
           OPEN INPUT CAMPAIGN-MASTER
           IF WS-CAMPAIGN-STATUS NOT = "35"
             MOVE "N" TO CAMPAIGN-EOF-SW
             READ CAMPAIGN-MASTER
               AT END MOVE "Y" TO CAMPAIGN-EOF-SW
             END-READ
             PERFORM UNTIL End-Of-Campaign-File OR Campaign-On-Master
               IF CgCampaign = WS-CAMPAIGN
                 MOVE "Y" TO WS-ON-MASTER-SW
               END-IF
               READ CAMPAIGN-MASTER
                 AT END MOVE "Y" TO CAMPAIGN-EOF-SW
               END-READ
             END-PERFORM
             CLOSE CAMPAIGN-MASTER
           END-IF.

      *Every record on the selection file is counted, with those
      *selected for some other campaign.
       Check-Campaign-Selection.
           MOVE 0 TO WS-SEL-COUNT
           MOVE 0 TO WS-SEL-OTHER-COUNT
           MOVE "campaign-selection.dat" TO WS-NAME-FILE-NAME
           OPEN INPUT NAME-FILE
           IF WS-NAMEFILE-STATUS NOT = "35"
             MOVE "N" TO NAME-EOF-SW
             READ NAME-FILE
               AT END MOVE "Y" TO NAME-EOF-SW
             END-READ
             PERFORM UNTIL End-Of-Name-File
               ADD 1 TO WS-SEL-COUNT
               IF CsCampaign NOT = WS-CAMPAIGN
                 ADD 1 TO WS-SEL-OTHER-COUNT
               END-IF
               READ NAME-FILE
                 AT END MOVE "Y" TO NAME-EOF-SW
               END-READ
             END-PERFORM
             CLOSE NAME-FILE
           END-IF.

       Refuse-Campaign-Run.
           MOVE 8 TO RETURN-CODE
           MOVE "E" TO WS-ALERT-SEVERITY
           MOVE SPACES TO WS-ALERT-MESSAGE
           STRING "NO SELECTION FOR CAMPAIGN " DELIMITED BY SIZE
             WS-CAMPAIGN DELIMITED BY SPACE
             " - NOTHING MAILED" DELIMITED BY SIZE
             INTO WS-ALERT-MESSAGE
           END-STRING
           PERFORM Write-Operator-Alert.

      *Greetings sent from a campaign selection are recorded as
      *mailed, so the campaign results count them and later label
      *runs can hold the customer back.
       Write-Greeting-History.
           MOVE SPACES TO MAIL-HISTORY-RECORD
           MOVE CustomerName TO MhCustomerName
           MOVE CustomerBirthDate TO MhBirthDate
           MOVE WS-CAMPAIGN TO MhCampaign
           MOVE WS-RUN-DATE TO MhMailDate
           MOVE CustomerNumber TO MhCustomerNumber
           MOVE CsSegment TO MhSegment
           WRITE MAIL-HISTORY-RECORD.

       Write-Runctl-Start.
           MOVE "S" TO WS-RUNCTL-PHASE
                 FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
             DISPLAY "Campaign code (8 characters): "
             ACCEPT WS-CAMPAIGN
             PERFORM Choose-Name-File
             IF Selection-Not-Usable
               PERFORM Refuse-Campaign-Run
             ELSE
               DISPLAY "Suppress customers mailed within how many "
                 "days (000 for none): "
               ACCEPT WS-SUPPRESS-IN
               IF WS-SUPPRESS-IN IS NUMERIC
                 MOVE WS-SUPPRESS-IN TO WS-SUPPRESS-DAYS
               ELSE
                 MOVE 0 TO WS-SUPPRESS-DAYS
               END-IF
               PERFORM Load-Number-Xref
               PERFORM Load-Mail-History
               MOVE "N" TO SORT-EOF-SW
               SORT SORT-WORK ASCENDING KEY SortPostalCode
                   INPUT PROCEDURE IS Build-Label-Sort-Records
                   OUTPUT PROCEDURE IS Write-Label-File
               DISPLAY "Mailing labels produced = ", WS-LABEL-COUNT
               DISPLAY "Suppressed - opted out      = ",
                 WS-OPTOUT-COUNT
               DISPLAY "Suppressed - recently mailed = ",
                 WS-RECENT-COUNT
             END-IF
           END-IF.

       Load-Mail-History.
               MOVE MhCustomerName TO WS-MH-NAME(WS-MHIST-COUNT)
               MOVE MhBirthDate TO WS-MH-BDATE(WS-MHIST-COUNT)
               MOVE MhMailDate TO WS-MH-DATE(WS-MHIST-COUNT)
               MOVE 0 TO WS-MH-NUMBER(WS-MHIST-COUNT)
               IF MhCustomerNumber IS NUMERIC
                 MOVE MhCustomerNumber TO WS-RESOLVE-NUMBER
                 PERFORM Resolve-Retired-Number
                 MOVE WS-RESOLVE-NUMBER
                   TO WS-MH-NUMBER(WS-MHIST-COUNT)
               END-IF
               READ MAIL-HISTORY
                 AT END MOVE "Y" TO HISTORY-EOF-SW
               END-READ
             CLOSE MAIL-HISTORY
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

      *Any earlier mailing inside the suppression window keeps the
      *customer out of this run, whatever the campaign was. The
      *mailing is matched on the customer number where both carry
      *one, and on name and birthdate otherwise.
       Check-Recently-Mailed.
           MOVE "N" TO WS-RECENT-SW
           IF WS-SUPPRESS-DAYS = 0
             PERFORM VARYING WS-MHIST-IDX FROM 1 BY 1
                 UNTIL WS-MHIST-IDX > WS-MHIST-COUNT
                    OR Recently-Mailed
               IF (WS-MH-NUMBER(WS-MHIST-IDX) > 0
                   AND CustomerNumber IS NUMERIC
                   AND WS-MH-NUMBER(WS-MHIST-IDX) = CustomerNumber)
                  OR (WS-MH-NAME(WS-MHIST-IDX) = CustomerName
                   AND WS-MH-BDATE(WS-MHIST-IDX) = CustomerBirthDate)
                 COMPUTE WS-MAIL-INT-DATE = FUNCTION
                     INTEGER-OF-DATE(WS-MH-DATE(WS-MHIST-IDX))
                 COMPUTE WS-MAIL-AGE-DAYS =
                   MOVE CustomerCity TO SortCity
                   MOVE CustomerCountry TO SortCountry
                   MOVE CustomerBirthDate TO SortBirthDate
                   MOVE CustomerNumber TO SortCustomerNumber
                   IF Campaign-Selection-Used
                     MOVE CsSegment TO SortSegment
                   ELSE
                     MOVE 0 TO SortSegment
                   END-IF
                   RELEASE SORT-RECORD
                 END-IF
             END-EVALUATE
           MOVE SortBirthDate TO MhBirthDate
           MOVE WS-CAMPAIGN TO MhCampaign
           MOVE WS-RUN-DATE TO MhMailDate
           MOVE SortCustomerNumber TO MhCustomerNumber
           MOVE SortSegment TO MhSegment
           WRITE MAIL-HISTORY-RECORD.

       Write-One-Label.
