       IDENTIFICATION DIVISION.
       PROGRAM-ID. AddressQuality.
      *List every customer and employee whose address fails the
      *postal reference - postal code in the wrong format for the
      *country, or a city that does not belong to the postal code -
      *so the records are cleaned before the next mailing instead of
      *after the labels come back. The same PostalCheck rules the
      *maintenance programs warn with are applied to both indexed
      *masters; opted-out customers and leavers are listed too, with
      *a note, since their addresses are still held.
       AUTHOR. Nils Müller.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MST ASSIGN TO "customer-master.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CmsCustomerNumber
               FILE STATUS IS WS-CUSTMST-STATUS.
           SELECT EMPLOYEE-MST ASSIGN TO "employee-master.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MstEmployeeID
               FILE STATUS IS WS-EMPMST-STATUS.
           SELECT QUALITY-REPORT
               ASSIGN TO "address-quality-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMER-MST.
      *Remainder plus key - the remainder length mirrors the
      *customer_record copybook, and the key is the customer number
      *appended after it, so whole records move either way.
       01 CUSTOMER-MST-RECORD.
         02 CmsCustomerBody PIC X(86).
         02 CmsCustomerNumber PIC 9(7).

       FD EMPLOYEE-MST.
      *Key plus remainder - the remainder length mirrors the fields
      *after EmployeeID in the employee_record copybook.
       01 EMPLOYEE-MST-RECORD.
         02 MstEmployeeID PIC 9(5).
         02 MstEmployeeBody PIC X(99).

       FD QUALITY-REPORT.
       01 REPORT-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-CUSTOMER-REC.
           COPY "customer_record".
           COPY "customer_number".

       01 WS-EMPLOYEE-REC.
           COPY "employee_record".

       01 WS-CUSTMST-STATUS PIC XX.
       01 WS-EMPMST-STATUS PIC XX.

       01 CUST-EOF-SW PIC X VALUE "N".
         88 End-Of-Customer-File VALUE "Y".
       01 EMP-EOF-SW PIC X VALUE "N".
         88 End-Of-Employee-File VALUE "Y".

       01 WS-RUN-DATE PIC 9(8).
       01 WS-POSTAL-RESULT PIC X(30).

       01 WS-CUST-READ-COUNT PIC 9(7) VALUE 0.
       01 WS-CUST-FAIL-COUNT PIC 9(7) VALUE 0.
       01 WS-EMP-READ-COUNT PIC 9(7) VALUE 0.
       01 WS-EMP-FAIL-COUNT PIC 9(7) VALUE 0.

       01 HEADING-LINE-1.
         02 FILLER PIC X(36)
            VALUE "ADDRESS QUALITY REPORT - RUN DATE ".
         02 HdgRunDate PIC 9(8).

       01 HEADING-LINE-2.
         02 FILLER PIC X(9) VALUE "ID/NO".
         02 FILLER PIC X(22) VALUE "NAME".
         02 FILLER PIC X(10) VALUE "POSTCODE".
         02 FILLER PIC X(17) VALUE "CITY".
         02 FILLER PIC X(14) VALUE "COUNTRY".
         02 FILLER PIC X(32) VALUE "REASON".
         02 FILLER PIC X(8) VALUE "NOTE".

       01 DETAIL-LINE.
         02 DtlIdentifier PIC X(7).
         02 FILLER PIC XX VALUE SPACES.
         02 DtlName PIC X(20).
         02 FILLER PIC XX VALUE SPACES.
         02 DtlPostalCode PIC X(8).
         02 FILLER PIC XX VALUE SPACES.
         02 DtlCity PIC X(15).
         02 FILLER PIC XX VALUE SPACES.
         02 DtlCountry PIC X(12).
         02 FILLER PIC XX VALUE SPACES.
         02 DtlReason PIC X(30).
         02 FILLER PIC XX VALUE SPACES.
         02 DtlNote PIC X(8).

       01 SUMMARY-LINE.
         02 SumLabel PIC X(30).
         02 SumCount PIC ZZZZZZ9.

      *The finished report is handed to the print spool for
      *operator release instead of being hunted down by file name.
       01 WS-SPOOL-PROGRAM PIC X(20) VALUE "AddressQuality".
       01 WS-SPOOL-REPORT PIC X(30)
          VALUE "address-quality-report.txt".
       01 WS-SAVED-RC PIC 9(4).

       PROCEDURE DIVISION.
       Main.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT CUSTOMER-MST
           IF WS-CUSTMST-STATUS = "35"
             DISPLAY "Indexed customer master not found - no address "
               "report produced."
             MOVE 16 TO RETURN-CODE
           ELSE
             OPEN INPUT EMPLOYEE-MST
             IF WS-EMPMST-STATUS = "35"
               DISPLAY "Indexed employee master not found - no "
                 "address report produced."
               CLOSE CUSTOMER-MST
               MOVE 16 TO RETURN-CODE
             ELSE
               OPEN OUTPUT QUALITY-REPORT
               PERFORM Write-Report-Heading
               PERFORM Check-Customer-Addresses
               PERFORM Check-Employee-Addresses
               PERFORM Write-Report-Totals
               CLOSE CUSTOMER-MST
               CLOSE EMPLOYEE-MST
               CLOSE QUALITY-REPORT
               DISPLAY "Address check complete - customers failing = ",
                 WS-CUST-FAIL-COUNT
               DISPLAY "Employees failing = ", WS-EMP-FAIL-COUNT
               IF WS-CUST-FAIL-COUNT > 0 OR WS-EMP-FAIL-COUNT > 0
                 MOVE 4 TO RETURN-CODE
               END-IF
               PERFORM Spool-Finished-Report
             END-IF
           END-IF
           GOBACK.

      *A CALL leaves the callee's zero in RETURN-CODE, so the
      *caller's return code is saved across the spool hand-over.
       Spool-Finished-Report.
           MOVE RETURN-CODE TO WS-SAVED-RC
           CALL "SpoolReport" USING WS-SPOOL-PROGRAM WS-SPOOL-REPORT
             WS-RUN-DATE
           MOVE WS-SAVED-RC TO RETURN-CODE.

       Write-Report-Heading.
           MOVE WS-RUN-DATE TO HdgRunDate
           WRITE REPORT-LINE FROM HEADING-LINE-1
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM HEADING-LINE-2.

       Check-Customer-Addresses.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "CUSTOMERS" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "N" TO CUST-EOF-SW
           READ CUSTOMER-MST NEXT RECORD
             AT END MOVE "Y" TO CUST-EOF-SW
           END-READ
           PERFORM UNTIL End-Of-Customer-File
             ADD 1 TO WS-CUST-READ-COUNT
             MOVE CUSTOMER-MST-RECORD TO WS-CUSTOMER-REC
             CALL "PostalCheck" USING CustomerAddress
               WS-POSTAL-RESULT
             IF WS-POSTAL-RESULT NOT = SPACES
               ADD 1 TO WS-CUST-FAIL-COUNT
               MOVE SPACES TO DtlIdentifier
               MOVE CustomerNumber TO DtlIdentifier
               MOVE CustomerName TO DtlName
               MOVE CustomerPostalCode TO DtlPostalCode
               MOVE CustomerCity TO DtlCity
               MOVE CustomerCountry TO DtlCountry
               MOVE WS-POSTAL-RESULT TO DtlReason
               MOVE SPACES TO DtlNote
               IF Customer-Opted-Out
                 MOVE "OPTED OUT" TO DtlNote
               END-IF
               WRITE REPORT-LINE FROM DETAIL-LINE
             END-IF
             READ CUSTOMER-MST NEXT RECORD
               AT END MOVE "Y" TO CUST-EOF-SW
             END-READ
           END-PERFORM.

       Check-Employee-Addresses.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "EMPLOYEES" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "N" TO EMP-EOF-SW
           READ EMPLOYEE-MST NEXT RECORD
             AT END MOVE "Y" TO EMP-EOF-SW
           END-READ
           PERFORM UNTIL End-Of-Employee-File
             ADD 1 TO WS-EMP-READ-COUNT
             MOVE EMPLOYEE-MST-RECORD TO WS-EMPLOYEE-REC
             CALL "PostalCheck" USING EmpAddress WS-POSTAL-RESULT
             IF WS-POSTAL-RESULT NOT = SPACES
               ADD 1 TO WS-EMP-FAIL-COUNT
               MOVE SPACES TO DtlIdentifier
               MOVE EmployeeID TO DtlIdentifier
               MOVE EmployeeName TO DtlName
               MOVE EmpPostalCode TO DtlPostalCode
               MOVE EmpCity TO DtlCity
               MOVE EmpCountry TO DtlCountry
               MOVE WS-POSTAL-RESULT TO DtlReason
               MOVE SPACES TO DtlNote
               IF Emp-Is-Leaver
                 MOVE "LEAVER" TO DtlNote
               END-IF
               WRITE REPORT-LINE FROM DETAIL-LINE
             END-IF
             READ EMPLOYEE-MST NEXT RECORD
               AT END MOVE "Y" TO EMP-EOF-SW
             END-READ
           END-PERFORM.

       Write-Report-Totals.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "CUSTOMERS CHECKED" TO SumLabel
           MOVE WS-CUST-READ-COUNT TO SumCount
           WRITE REPORT-LINE FROM SUMMARY-LINE
           MOVE "CUSTOMERS FAILING" TO SumLabel
           MOVE WS-CUST-FAIL-COUNT TO SumCount
           WRITE REPORT-LINE FROM SUMMARY-LINE
           MOVE "EMPLOYEES CHECKED" TO SumLabel
           MOVE WS-EMP-READ-COUNT TO SumCount
           WRITE REPORT-LINE FROM SUMMARY-LINE
           MOVE "EMPLOYEES FAILING" TO SumLabel
           MOVE WS-EMP-FAIL-COUNT TO SumCount
           WRITE REPORT-LINE FROM SUMMARY-LINE.
