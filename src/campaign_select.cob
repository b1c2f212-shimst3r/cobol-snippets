       IDENTIFICATION DIVISION.
       PROGRAM-ID. CampaignSelect.
      *Selection run for a targeted customer mailing. The operator
      *names a campaign on the campaign master and every customer on
      *the customer file is tried against the campaign's segments -
      *language, age at the run date, birth month, and country. A
      *customer who matches more than one segment is selected into
      *the lowest-numbered one; opted-out customers are never
      *selected. The selection is written in the customer-file
      *layout with the campaign and segment appended, so the label
      *run and the batch greetings in MultipleGreetings take it in
      *place of the whole customer file when given the same
      *campaign code, and the mail history then carries the segment
      *for CampaignResults. Each run replaces the previous
      *selection.
       AUTHOR. Nils Müller.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMPAIGN-MASTER ASSIGN TO "campaign-master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAMPAIGN-STATUS.
           SELECT NAME-FILE ASSIGN TO "customer-names.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NAMEFILE-STATUS.
           SELECT SELECTION-FILE ASSIGN TO "campaign-selection.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CAMPAIGN-MASTER.
       01 CAMPAIGN-RECORD.
           COPY "campaign_record".

       FD NAME-FILE.
       01 NAME-RECORD.
           COPY "customer_record".
           COPY "customer_number".

       FD SELECTION-FILE.
       01 SELECTION-RECORD.
         02 SelCustomerFields PIC X(93).
           COPY "campaign_member".

       WORKING-STORAGE SECTION.
       01 WS-CAMPAIGN-STATUS PIC XX.
       01 WS-NAMEFILE-STATUS PIC XX.
       01 CAMPAIGN-EOF-SW PIC X VALUE "N".
         88 End-Of-Campaign-File VALUE "Y".
       01 NAME-EOF-SW PIC X VALUE "N".
         88 End-Of-Name-File VALUE "Y".

       01 WS-CAMPAIGN-IN PIC X(8) VALUE SPACES.

      *The named campaign's segments and the customers selected
      *into each.
       01 WS-SEGMENT-COUNT PIC 99 VALUE 0.
       01 WS-SEGMENT-TABLE.
         02 WS-SEGMENT-ENTRY OCCURS 99 TIMES.
           03 WS-SEG-NUMBER PIC 99.
           03 WS-SEG-DESCRIPTION PIC X(30).
           03 WS-SEG-LANGUAGE PIC XX.
           03 WS-SEG-AGE-FROM PIC 9(3).
           03 WS-SEG-AGE-TO PIC 9(3).
           03 WS-SEG-BIRTH-MONTH PIC 99.
           03 WS-SEG-COUNTRY PIC X(12).
           03 WS-SEG-SELECTED PIC 9(7).
       01 WS-SEG-IDX PIC 99.
       01 WS-MATCH-IDX PIC 99.
       01 WS-MATCH-SW PIC X.
         88 Segment-Matches VALUE "Y".

       01 WS-READ-COUNT PIC 9(7) VALUE 0.
       01 WS-SELECTED-COUNT PIC 9(7) VALUE 0.
       01 WS-OPTOUT-COUNT PIC 9(7) VALUE 0.

      *Age is taken at the run date; birth month 13 on a segment is
      *the month after the run date's.
       01 WS-RUN-DATE-PARTS.
         02 WS-RUN-YEAR PIC 9(4).
         02 WS-RUN-MONTH PIC 99.
         02 WS-RUN-DAY PIC 99.
       01 WS-NEXT-MONTH PIC 99.
       01 WS-WANTED-MONTH PIC 99.
       01 WS-BIRTH-YEAR PIC 9(4).
       01 WS-CUSTOMER-AGE PIC S9(4).

      *Resolved run date - honours the optional run-date override
      *card so a rerun selects as of the original date.
       01 WS-RERUN-FLAG PIC X VALUE "N".
       01 WS-RUN-DATE PIC 9(8) VALUE 0.

      *Start/end records for the shared run-control status board.
       01 WS-RUNCTL-PROGRAM PIC X(20) VALUE "CampaignSelect".
       01 WS-RUNCTL-PHASE PIC X.
       01 WS-RUNCTL-RC PIC 9(4) VALUE 0.
       01 WS-RUNCTL-READ PIC 9(7) VALUE 0.
       01 WS-RUNCTL-WRITE PIC 9(7) VALUE 0.

      *Alerts raised for the operator-alert review screen.
       01 WS-ALERT-SEVERITY PIC X.
       01 WS-ALERT-MESSAGE PIC X(60).
       01 WS-SAVED-RC PIC 9(4).

       PROCEDURE DIVISION.
       Main.
           CALL "GetRunDate" USING WS-RUN-DATE WS-RERUN-FLAG
           MOVE WS-RUN-DATE TO WS-RUN-DATE-PARTS
           IF WS-RUN-MONTH = 12
             MOVE 1 TO WS-NEXT-MONTH
           ELSE
             COMPUTE WS-NEXT-MONTH = WS-RUN-MONTH + 1
           END-IF
           PERFORM Write-Runctl-Start
           DISPLAY "Campaign code (8 characters): "
           ACCEPT WS-CAMPAIGN-IN
           PERFORM Load-Campaign-Segments
           EVALUATE TRUE
             WHEN WS-CAMPAIGN-STATUS = "35"
               DISPLAY "Campaign master not found - nothing selected."
               MOVE 16 TO RETURN-CODE
               MOVE "E" TO WS-ALERT-SEVERITY
               MOVE "CAMPAIGN MASTER NOT FOUND - NOTHING SELECTED"
                 TO WS-ALERT-MESSAGE
               PERFORM Write-Operator-Alert
             WHEN WS-SEGMENT-COUNT = 0
               DISPLAY "Campaign ", WS-CAMPAIGN-IN,
                 " has no segments on the master - nothing selected."
               MOVE 16 TO RETURN-CODE
             WHEN OTHER
               OPEN INPUT NAME-FILE
               IF WS-NAMEFILE-STATUS = "35"
                 DISPLAY "Customer name file not found - nothing "
                   "selected."
                 MOVE 16 TO RETURN-CODE
                 MOVE "E" TO WS-ALERT-SEVERITY
                 MOVE "CUSTOMER NAME FILE NOT FOUND - NO SELECTION"
                   TO WS-ALERT-MESSAGE
                 PERFORM Write-Operator-Alert
               ELSE
                 PERFORM Select-Customers
                 CLOSE NAME-FILE
                 PERFORM Show-Selection-Counts
                 MOVE WS-READ-COUNT TO WS-RUNCTL-READ
                 MOVE WS-SELECTED-COUNT TO WS-RUNCTL-WRITE
               END-IF
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

      *A campaign has at most 99 segments, numbered 01 to 99, so
      *the table cannot overflow from a master CampaignMaint kept.
       Load-Campaign-Segments.
           MOVE 0 TO WS-SEGMENT-COUNT
           OPEN INPUT CAMPAIGN-MASTER
           IF WS-CAMPAIGN-STATUS = "35"
             CONTINUE
           ELSE
             MOVE "N" TO CAMPAIGN-EOF-SW
             READ CAMPAIGN-MASTER
               AT END MOVE "Y" TO CAMPAIGN-EOF-SW
             END-READ
             PERFORM UNTIL End-Of-Campaign-File
               IF CgCampaign = WS-CAMPAIGN-IN AND WS-SEGMENT-COUNT < 99
                 ADD 1 TO WS-SEGMENT-COUNT
                 MOVE CgSegment TO WS-SEG-NUMBER(WS-SEGMENT-COUNT)
                 MOVE CgDescription
                   TO WS-SEG-DESCRIPTION(WS-SEGMENT-COUNT)
                 MOVE CgLanguage TO WS-SEG-LANGUAGE(WS-SEGMENT-COUNT)
                 MOVE CgAgeFrom TO WS-SEG-AGE-FROM(WS-SEGMENT-COUNT)
                 MOVE CgAgeTo TO WS-SEG-AGE-TO(WS-SEGMENT-COUNT)
                 MOVE CgBirthMonth
                   TO WS-SEG-BIRTH-MONTH(WS-SEGMENT-COUNT)
                 MOVE CgCountry TO WS-SEG-COUNTRY(WS-SEGMENT-COUNT)
                 MOVE 0 TO WS-SEG-SELECTED(WS-SEGMENT-COUNT)
               END-IF
               READ CAMPAIGN-MASTER
                 AT END MOVE "Y" TO CAMPAIGN-EOF-SW
               END-READ
             END-PERFORM
             CLOSE CAMPAIGN-MASTER
           END-IF.

       Select-Customers.
           OPEN OUTPUT SELECTION-FILE
           MOVE "N" TO NAME-EOF-SW
           READ NAME-FILE
             AT END MOVE "Y" TO NAME-EOF-SW
           END-READ
           PERFORM UNTIL End-Of-Name-File
             ADD 1 TO WS-READ-COUNT
             IF Customer-Opted-Out
               ADD 1 TO WS-OPTOUT-COUNT
             ELSE
               PERFORM Match-Customer-Segment
               IF WS-MATCH-IDX > 0
                 ADD 1 TO WS-SELECTED-COUNT
                 ADD 1 TO WS-SEG-SELECTED(WS-MATCH-IDX)
                 MOVE NAME-RECORD TO SelCustomerFields
                 MOVE WS-CAMPAIGN-IN TO CsCampaign
                 MOVE WS-SEG-NUMBER(WS-MATCH-IDX) TO CsSegment
                 WRITE SELECTION-RECORD
               END-IF
             END-IF
             READ NAME-FILE
               AT END MOVE "Y" TO NAME-EOF-SW
             END-READ
           END-PERFORM
           CLOSE SELECTION-FILE.

      *A customer whose birth date is not numeric has no age or
      *birth month and is only selected by a segment that asks for
      *neither.
       Match-Customer-Segment.
           MOVE 0 TO WS-MATCH-IDX
           MOVE -1 TO WS-CUSTOMER-AGE
           IF CustomerBirthDate IS NUMERIC
             COMPUTE WS-BIRTH-YEAR = CustomerCenturyOfBirth * 100
               + CustomerYearOfBirth
             COMPUTE WS-CUSTOMER-AGE = WS-RUN-YEAR - WS-BIRTH-YEAR
             IF CustomerMonthOfBirth > WS-RUN-MONTH
                OR (CustomerMonthOfBirth = WS-RUN-MONTH
                  AND CustomerDayOfBirth > WS-RUN-DAY)
               SUBTRACT 1 FROM WS-CUSTOMER-AGE
             END-IF
           END-IF
           PERFORM VARYING WS-SEG-IDX FROM 1 BY 1
               UNTIL WS-SEG-IDX > WS-SEGMENT-COUNT
             PERFORM Check-Segment-Criteria
             IF Segment-Matches
               IF WS-MATCH-IDX = 0
                 MOVE WS-SEG-IDX TO WS-MATCH-IDX
               ELSE
                 IF WS-SEG-NUMBER(WS-SEG-IDX)
                    < WS-SEG-NUMBER(WS-MATCH-IDX)
                   MOVE WS-SEG-IDX TO WS-MATCH-IDX
                 END-IF
               END-IF
             END-IF
           END-PERFORM.

       Check-Segment-Criteria.
           MOVE "Y" TO WS-MATCH-SW
           IF WS-SEG-LANGUAGE(WS-SEG-IDX) NOT = SPACES
              AND WS-SEG-LANGUAGE(WS-SEG-IDX) NOT = CustomerLanguage
             MOVE "N" TO WS-MATCH-SW
           END-IF
           IF WS-SEG-COUNTRY(WS-SEG-IDX) NOT = SPACES
              AND FUNCTION UPPER-CASE(WS-SEG-COUNTRY(WS-SEG-IDX))
                NOT = FUNCTION UPPER-CASE(CustomerCountry)
             MOVE "N" TO WS-MATCH-SW
           END-IF
           IF WS-SEG-AGE-FROM(WS-SEG-IDX) > 0
              OR WS-SEG-AGE-TO(WS-SEG-IDX) < 999
             IF WS-CUSTOMER-AGE < WS-SEG-AGE-FROM(WS-SEG-IDX)
                OR WS-CUSTOMER-AGE > WS-SEG-AGE-TO(WS-SEG-IDX)
               MOVE "N" TO WS-MATCH-SW
             END-IF
           END-IF
           IF WS-SEG-BIRTH-MONTH(WS-SEG-IDX) > 0
             IF WS-SEG-BIRTH-MONTH(WS-SEG-IDX) = 13
               MOVE WS-NEXT-MONTH TO WS-WANTED-MONTH
             ELSE
               MOVE WS-SEG-BIRTH-MONTH(WS-SEG-IDX) TO WS-WANTED-MONTH
             END-IF
             IF CustomerBirthDate IS NOT NUMERIC
                OR CustomerMonthOfBirth NOT = WS-WANTED-MONTH
               MOVE "N" TO WS-MATCH-SW
             END-IF
           END-IF.

       Show-Selection-Counts.
           DISPLAY "Campaign ", WS-CAMPAIGN-IN, " selected as of ",
             WS-RUN-DATE
           PERFORM VARYING WS-SEG-IDX FROM 1 BY 1
               UNTIL WS-SEG-IDX > WS-SEGMENT-COUNT
             DISPLAY "  Segment ", WS-SEG-NUMBER(WS-SEG-IDX), " ",
               WS-SEG-DESCRIPTION(WS-SEG-IDX), " = ",
               WS-SEG-SELECTED(WS-SEG-IDX)
           END-PERFORM
           DISPLAY "Customers read              = ", WS-READ-COUNT
           DISPLAY "Customers selected          = ", WS-SELECTED-COUNT
           DISPLAY "Not selected - opted out    = ", WS-OPTOUT-COUNT.
