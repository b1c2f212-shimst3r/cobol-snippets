      *Cross-match the customer name file against the employee master
      *on name plus birthdate, with a name-only near-match pass that
      *surfaces conflicting birthdates, ahead of marketing mailings.
      *Every matched or conflicting customer is reported under its
      *permanent customer number.
       AUTHOR. Nils Müller.
       DATE-WRITTEN. 2026-08-22.

       FD NAME-FILE.
       01 NAME-RECORD.
           COPY "customer_record".
           COPY "customer_number".

       FD EMPLOYEE-MASTER.
       01 EMPLOYEE-RECORD.
         02 WS-CUSTOMER-ENTRY OCCURS 1000 TIMES.
           03 WS-CUST-NAME PIC X(20).
           03 WS-CUST-BDATE PIC 9(8).
           03 WS-CUST-NUMBER PIC 9(7).
           03 WS-CUST-FLAG PIC X.

       01 WS-CUST-IDX PIC 9(4).
         02 MtcBDate PIC 9(8).
         02 FILLER PIC X(6) VALUE "  EMP ".
         02 MtcEmployeeID PIC 9(5).
         02 FILLER PIC X(7) VALUE "  CUST ".
         02 MtcCustomerNumber PIC 9(7).

       01 DISCREPANCY-LINE.
         02 DscName PIC X(20).
         02 DscEmpBDate PIC 9(8).
         02 FILLER PIC X(11) VALUE "  CUSTOMER ".
         02 DscCustBDate PIC 9(8).
         02 FILLER PIC X(7) VALUE "  CUST ".
         02 DscCustomerNumber PIC 9(7).

       01 SUMMARY-LINE.
         02 SumLabel PIC X(22).
                   TO WS-CUST-NAME(WS-CUSTOMER-COUNT)
                 MOVE CustomerBirthDate
                   TO WS-CUST-BDATE(WS-CUSTOMER-COUNT)
                 MOVE CustomerNumber
                   TO WS-CUST-NUMBER(WS-CUSTOMER-COUNT)
                 MOVE SPACE TO WS-CUST-FLAG(WS-CUSTOMER-COUNT)
               WHEN OTHER
                 ADD 1 TO WS-OVERFLOW-COUNT
               MOVE EmployeeName TO MtcName
               MOVE EmpBirthDate TO MtcBDate
               MOVE EmployeeID TO MtcEmployeeID
               MOVE WS-CUST-NUMBER(WS-FOUND-IDX) TO MtcCustomerNumber
               WRITE REPORT-LINE FROM MATCHED-LINE
             END-IF
             READ EMPLOYEE-MASTER
                 MOVE EmployeeName TO DscName
                 MOVE EmpBirthDate TO DscEmpBDate
                 MOVE WS-CUST-BDATE(WS-FOUND-IDX) TO DscCustBDate
                 MOVE WS-CUST-NUMBER(WS-FOUND-IDX)
                   TO DscCustomerNumber
                 WRITE REPORT-LINE FROM DISCREPANCY-LINE
               ELSE
                 ADD 1 TO WS-EMP-ONLY-COUNT
