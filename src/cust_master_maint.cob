       IDENTIFICATION DIVISION.
       PROGRAM-ID. CustMasterMaint.
      *Apply a transaction file of adds, changes, and deletes against
      *the indexed customer master and print a maintenance register
      *with before and after images of every applied change - the
      *customer side of what EmpMasterMaint does for the employee
      *master. Changes and deletes match on the permanent customer
      *number, so a name correction is a plain change; one keyed
      *without a number falls back to CustomerName plus
      *CustomerBirthDate. Adds are refused for a name and birthdate
      *already on file and are given the next number from the
      *customer next-number control. CustMasterConvert unloads the
      *master to the flat customer file for the label run.
       AUTHOR. Nils Müller.
       DATE-WRITTEN. 2026-09-02.

           SELECT TRANS-FILE ASSIGN TO "cust-trans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT CUSTOMER-MST ASSIGN TO "customer-master.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CmsCustomerNumber
               FILE STATUS IS WS-CUSTMST-STATUS.
           SELECT NEXTNUM-FILE ASSIGN TO "cust-nextnum.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEXTNUM-STATUS.
           SELECT MAINT-REGISTER ASSIGN TO "cust-maint-register.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           03 TransCustomerName PIC X(20).
           03 TransCustomerBDate PIC 9(8).
           03 FILLER PIC X(58).
         02 TransCustomerNumber PIC X(7).

       FD CUSTOMER-MST.
      *Remainder plus key - the remainder length mirrors the
      *customer_record copybook, and the key is the customer number
      *appended after it, so whole records move either way.
       01 CUSTOMER-MST-RECORD.
         02 CmsCustomerBody PIC X(86).
         02 CmsCustomerNumber PIC 9(7).

      *Next-number control record - the next unused customer
      *number for adds, incremented and rewritten after each one.
       FD NEXTNUM-FILE.
       01 NEXTNUM-RECORD.
         02 NnNextNumber PIC 9(7).

       FD MAINT-REGISTER.
       01 REGISTER-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-CUSTOMER-REC.
           COPY "customer_record".
           COPY "customer_number".

       01 WS-TRANS-STATUS PIC XX.
       01 WS-CUSTMST-STATUS PIC XX.
       01 WS-NEXTNUM-STATUS PIC XX.

       01 TRANS-EOF-SWITCH PIC X VALUE "N".
         88 End-Of-Trans-File VALUE "Y".
       01 MST-EOF-SWITCH PIC X VALUE "N".
         88 End-Of-Master-File VALUE "Y".

       01 WS-RUN-DATE PIC 9(8).

       01 WS-CHANGE-COUNT PIC 9(7) VALUE 0.
       01 WS-DELETE-COUNT PIC 9(7) VALUE 0.

       01 WS-BEFORE-IMAGE PIC X(93).
       01 WS-AFTER-IMAGE PIC X(93).
       01 WS-REJECT-REASON PIC X(30).

      *Address check against the postal reference - a failing
      *address is applied all the same, with a warning on the
      *register so it can be put right before the next mailing.
       01 WS-POSTAL-RESULT PIC X(30).
       01 WS-WARNING-COUNT PIC 9(7) VALUE 0.

       01 WS-NEXT-NUMBER PIC 9(7) VALUE 1.
       01 WS-CUST-NUMBER PIC 9(7) VALUE 0.
       01 WS-FOUND-NUMBER PIC 9(7) VALUE 0.
       01 WS-SEARCH-SW PIC X.
         88 Search-Hit VALUE "Y".

      *The finished register is handed to the print spool for
      *operator release instead of being hunted down by file name.
               "maintenance applied."
             MOVE 16 TO RETURN-CODE
           ELSE
             OPEN I-O CUSTOMER-MST
             IF WS-CUSTMST-STATUS = "35"
               DISPLAY "Indexed customer master not found - run the "
                 "master conversion first."
               CLOSE TRANS-FILE
               MOVE 16 TO RETURN-CODE
             ELSE
               PERFORM Read-Next-Number
               PERFORM Apply-Transactions
               CLOSE TRANS-FILE
               CLOSE CUSTOMER-MST
             END-IF
           END-IF
           GOBACK.

       Read-Next-Number.
           MOVE 1 TO WS-NEXT-NUMBER
           OPEN INPUT NEXTNUM-FILE
           IF WS-NEXTNUM-STATUS = "35"
             DISPLAY "Next-number control record not found - new "
               "numbers start at 0000001."
           ELSE
             READ NEXTNUM-FILE
               AT END
                 CONTINUE
               NOT AT END
                 IF NnNextNumber IS NUMERIC
                   MOVE NnNextNumber TO WS-NEXT-NUMBER
                 END-IF
             END-READ
             CLOSE NEXTNUM-FILE
           END-IF.

       Rewrite-Next-Number.
           OPEN OUTPUT NEXTNUM-FILE
           MOVE WS-NEXT-NUMBER TO NnNextNumber
           WRITE NEXTNUM-RECORD
           CLOSE NEXTNUM-FILE.

       Apply-Transactions.
           OPEN OUTPUT MAINT-REGISTER
             WS-TRANS-COUNT
           DISPLAY "Applied  = ", WS-APPLIED-COUNT
           DISPLAY "Rejected = ", WS-REJECT-COUNT
           DISPLAY "Address warnings = ", WS-WARNING-COUNT
           IF WS-REJECT-COUNT > 0
             MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE SPACES TO WS-AFTER-IMAGE
           MOVE SPACES TO WS-POSTAL-RESULT
           MOVE 0 TO WS-CUST-NUMBER
      *A delete keyed by number needs nothing else; every other
      *transaction carries the customer's name and birthdate.
           EVALUATE TRUE
             WHEN NOT Valid-Trans-Action
               MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON
             WHEN TransCustomerNumber NOT = SPACES
                  AND TransCustomerNumber IS NOT NUMERIC
               MOVE "CUSTOMER NUMBER NOT NUMERIC" TO WS-REJECT-REASON
             WHEN Trans-Delete AND TransCustomerNumber NOT = SPACES
               CONTINUE
             WHEN TransCustomerName = SPACES
               MOVE "CUSTOMER NAME MISSING" TO WS-REJECT-REASON
             WHEN TransCustomerBDate IS NOT NUMERIC
               MOVE "BIRTHDATE NOT NUMERIC" TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
             EVALUATE TRUE
               WHEN Trans-Add
                 PERFORM Apply-Add
               WHEN Trans-Change
                 PERFORM Apply-Change
               WHEN Trans-Delete
                 PERFORM Apply-Delete
             END-EVALUATE
           END-IF
           IF WS-REJECT-REASON = SPACES
             ADD 1 TO WS-APPLIED-COUNT
             PERFORM Write-Register-Applied
             IF WS-POSTAL-RESULT NOT = SPACES
               ADD 1 TO WS-WARNING-COUNT
               PERFORM Write-Register-Warning
             END-IF
           ELSE
             ADD 1 TO WS-REJECT-COUNT
             PERFORM Write-Register-Rejected
           END-IF.

      *Sequential pass over the master for a live customer with
      *the transaction's name and birthdate - the duplicate check
      *for adds, and the match for a change or delete keyed without
      *a customer number.
       Search-By-Name-Birthdate.
           MOVE "N" TO WS-SEARCH-SW
           MOVE 0 TO WS-FOUND-NUMBER
           MOVE "N" TO MST-EOF-SWITCH
           MOVE 0 TO CmsCustomerNumber
           START CUSTOMER-MST KEY IS NOT LESS THAN CmsCustomerNumber
             INVALID KEY MOVE "Y" TO MST-EOF-SWITCH
           END-START
           PERFORM UNTIL End-Of-Master-File OR Search-Hit
             READ CUSTOMER-MST NEXT RECORD
               AT END MOVE "Y" TO MST-EOF-SWITCH
             END-READ
             IF NOT End-Of-Master-File
               MOVE CUSTOMER-MST-RECORD TO WS-CUSTOMER-REC
               IF CustomerName = TransCustomerName
                  AND CustomerBirthDate = TransCustomerBDate
                 MOVE "Y" TO WS-SEARCH-SW
                 MOVE CustomerNumber TO WS-FOUND-NUMBER
               END-IF
             END-IF
           END-PERFORM.

      *The customer a change or delete applies to - by number when
      *the transaction carries one, otherwise by name and birthdate.
       Resolve-Trans-Customer.
           IF TransCustomerNumber = SPACES
             PERFORM Search-By-Name-Birthdate
             MOVE WS-FOUND-NUMBER TO WS-CUST-NUMBER
           ELSE
             MOVE TransCustomerNumber TO WS-CUST-NUMBER
           END-IF.

       Apply-Add.
           PERFORM Search-By-Name-Birthdate
           IF Search-Hit
             MOVE "CUSTOMER ALREADY ON FILE" TO WS-REJECT-REASON
           ELSE
             MOVE TransCustomerData TO CmsCustomerBody
             MOVE WS-NEXT-NUMBER TO CmsCustomerNumber
             WRITE CUSTOMER-MST-RECORD
               INVALID KEY
                 MOVE "NUMBER ALREADY ON MASTER" TO WS-REJECT-REASON
               NOT INVALID KEY
                 MOVE WS-NEXT-NUMBER TO WS-CUST-NUMBER
                 ADD 1 TO WS-NEXT-NUMBER
                 PERFORM Rewrite-Next-Number
                 ADD 1 TO WS-ADD-COUNT
                 MOVE "(NEW RECORD)" TO WS-BEFORE-IMAGE
                 MOVE CUSTOMER-MST-RECORD TO WS-AFTER-IMAGE
                 PERFORM Check-Postal-Address
             END-WRITE
           END-IF.

       Apply-Change.
           PERFORM Resolve-Trans-Customer
           MOVE WS-CUST-NUMBER TO CmsCustomerNumber
           READ CUSTOMER-MST
             INVALID KEY
               MOVE "CUSTOMER NOT ON FILE" TO WS-REJECT-REASON
             NOT INVALID KEY
               MOVE CUSTOMER-MST-RECORD TO WS-BEFORE-IMAGE
               MOVE TransCustomerData TO CmsCustomerBody
               REWRITE CUSTOMER-MST-RECORD
                 INVALID KEY
                   MOVE "REWRITE FAILED" TO WS-REJECT-REASON
                 NOT INVALID KEY
                   ADD 1 TO WS-CHANGE-COUNT
                   MOVE CUSTOMER-MST-RECORD TO WS-AFTER-IMAGE
                   PERFORM Check-Postal-Address
               END-REWRITE
           END-READ.

       Check-Postal-Address.
           MOVE CUSTOMER-MST-RECORD TO WS-CUSTOMER-REC
           CALL "PostalCheck" USING CustomerAddress WS-POSTAL-RESULT.

       Apply-Delete.
           PERFORM Resolve-Trans-Customer
           MOVE WS-CUST-NUMBER TO CmsCustomerNumber
           READ CUSTOMER-MST
             INVALID KEY
               MOVE "CUSTOMER NOT ON FILE" TO WS-REJECT-REASON
             NOT INVALID KEY
               MOVE CUSTOMER-MST-RECORD TO WS-BEFORE-IMAGE
               DELETE CUSTOMER-MST
                 INVALID KEY
                   MOVE "DELETE FAILED" TO WS-REJECT-REASON
                 NOT INVALID KEY
                   ADD 1 TO WS-DELETE-COUNT
                   MOVE "(DELETED)" TO WS-AFTER-IMAGE
               END-DELETE
           END-READ.

       Write-Register-Heading.
           MOVE SPACES TO REGISTER-LINE
             WS-TRANS-COUNT DELIMITED BY SIZE
             " ACTION " DELIMITED BY SIZE
             TransAction DELIMITED BY SIZE
             " NO " DELIMITED BY SIZE
             WS-CUST-NUMBER DELIMITED BY SIZE
             " NAME " DELIMITED BY SIZE
             TransCustomerName DELIMITED BY SIZE
             " APPLIED" DELIMITED BY SIZE
           END-STRING
           WRITE REGISTER-LINE.

       Write-Register-Warning.
           MOVE SPACES TO REGISTER-LINE
           STRING "  WARNING: ADDRESS - " DELIMITED BY SIZE
             WS-POSTAL-RESULT DELIMITED BY SIZE
             INTO REGISTER-LINE
           END-STRING
           WRITE REGISTER-LINE.

       Write-Register-Rejected.
           MOVE SPACES TO REGISTER-LINE
           STRING "TRN " DELIMITED BY SIZE
             WS-TRANS-COUNT DELIMITED BY SIZE
             " ACTION " DELIMITED BY SIZE
             TransAction DELIMITED BY SIZE
             " NO " DELIMITED BY SIZE
             TransCustomerNumber DELIMITED BY SIZE
             " NAME " DELIMITED BY SIZE
             TransCustomerName DELIMITED BY SIZE
             " REJECTED - " DELIMITED BY SIZE
             WS-DELETE-COUNT DELIMITED BY SIZE
             INTO REGISTER-LINE
           END-STRING
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           STRING "        ADDRESS WARNINGS " DELIMITED BY SIZE
             WS-WARNING-COUNT DELIMITED BY SIZE
             INTO REGISTER-LINE
           END-STRING
           WRITE REGISTER-LINE.
