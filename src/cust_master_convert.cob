       IDENTIFICATION DIVISION.
       PROGRAM-ID. CustMasterConvert.
      *Load the sequential customer file into the indexed customer
      *master keyed on the permanent customer number, or unload the
      *indexed master back to the sequential file so the flat-file
      *runs (labels, de-duplication, cross-match) stay in step - the
      *customer side of EmpMasterConvert. A customer on the flat
      *file without a number yet is given the next one from the
      *customer next-number control as it is loaded, so the first
      *load numbers the whole file; unload afterwards to carry the
      *new numbers back to the flat file.
       AUTHOR. Nils Müller.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NAME-FILE ASSIGN TO "customer-names.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NAMEFILE-STATUS.
           SELECT CUSTOMER-MST ASSIGN TO "customer-master.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CmsCustomerNumber
               FILE STATUS IS WS-CUSTMST-STATUS.
           SELECT NEXTNUM-FILE ASSIGN TO "cust-nextnum.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEXTNUM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD NAME-FILE.
       01 NAME-RECORD.
           COPY "customer_record".
           COPY "customer_number".

       FD CUSTOMER-MST.
      *Remainder plus key - the remainder length mirrors the
      *customer_record copybook, and the key is the customer number
      *appended after it, so whole records move either way.
       01 CUSTOMER-MST-RECORD.
         02 CmsCustomerBody PIC X(86).
         02 CmsCustomerNumber PIC 9(7).

      *Next-number control record - the next unused customer
      *number, rewritten after any numbers are assigned.
       FD NEXTNUM-FILE.
       01 NEXTNUM-RECORD.
         02 NnNextNumber PIC 9(7).

       WORKING-STORAGE SECTION.
       01 WS-RUN-MODE PIC X VALUE SPACE.
         88 Load-Mode VALUE "L" "l".
         88 Unload-Mode VALUE "U" "u".

       01 WS-NAMEFILE-STATUS PIC XX.
       01 WS-CUSTMST-STATUS PIC XX.
       01 WS-NEXTNUM-STATUS PIC XX.

       01 NAME-EOF-SW PIC X VALUE "N".
         88 End-Of-Name-File VALUE "Y".
       01 MST-EOF-SWITCH PIC X VALUE "N".
         88 End-Of-Master-File VALUE "Y".

       01 WS-NEXT-NUMBER PIC 9(7) VALUE 1.
       01 WS-HIGH-NUMBER PIC 9(7) VALUE 0.

       01 WS-READ-COUNT PIC 9(7) VALUE 0.
       01 WS-WRITE-COUNT PIC 9(7) VALUE 0.
       01 WS-DUP-COUNT PIC 9(7) VALUE 0.
       01 WS-ASSIGNED-COUNT PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       Main.
           DISPLAY "Convert mode - (L)oad indexed or (U)nload flat: "
           ACCEPT WS-RUN-MODE
           EVALUATE TRUE
             WHEN Load-Mode
               PERFORM Load-Indexed-Master
             WHEN Unload-Mode
               PERFORM Unload-Indexed-Master
             WHEN OTHER
               DISPLAY "Invalid mode - enter L or U."
               MOVE 16 TO RETURN-CODE
           END-EVALUATE
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

      *A first pass finds the highest number already on the flat
      *file, so a lost or stale control record can never hand out
      *a number some customer already carries.
       Find-Highest-Number.
           MOVE 0 TO WS-HIGH-NUMBER
           MOVE "N" TO NAME-EOF-SW
           READ NAME-FILE
             AT END MOVE "Y" TO NAME-EOF-SW
           END-READ
           PERFORM UNTIL End-Of-Name-File
             IF CustomerNumber IS NUMERIC
                AND CustomerNumber > WS-HIGH-NUMBER
               MOVE CustomerNumber TO WS-HIGH-NUMBER
             END-IF
             READ NAME-FILE
               AT END MOVE "Y" TO NAME-EOF-SW
             END-READ
           END-PERFORM
           CLOSE NAME-FILE
           IF WS-NEXT-NUMBER <= WS-HIGH-NUMBER
             COMPUTE WS-NEXT-NUMBER = WS-HIGH-NUMBER + 1
           END-IF.

       Load-Indexed-Master.
           OPEN INPUT NAME-FILE
           IF WS-NAMEFILE-STATUS = "35"
             DISPLAY "Customer name file not found - nothing to "
               "load."
             MOVE 16 TO RETURN-CODE
           ELSE
             PERFORM Read-Next-Number
             PERFORM Find-Highest-Number
             OPEN INPUT NAME-FILE
             OPEN OUTPUT CUSTOMER-MST
             MOVE "N" TO NAME-EOF-SW
             READ NAME-FILE
               AT END MOVE "Y" TO NAME-EOF-SW
             END-READ
             PERFORM UNTIL End-Of-Name-File
               ADD 1 TO WS-READ-COUNT
               IF CustomerNumber IS NOT NUMERIC
                  OR CustomerNumber = 0
                 MOVE WS-NEXT-NUMBER TO CustomerNumber
                 ADD 1 TO WS-NEXT-NUMBER
                 ADD 1 TO WS-ASSIGNED-COUNT
               END-IF
               MOVE NAME-RECORD TO CUSTOMER-MST-RECORD
               WRITE CUSTOMER-MST-RECORD
                 INVALID KEY
                   ADD 1 TO WS-DUP-COUNT
                   DISPLAY "Duplicate customer number skipped: ",
                     CustomerNumber
                 NOT INVALID KEY
                   ADD 1 TO WS-WRITE-COUNT
               END-WRITE
               READ NAME-FILE
                 AT END MOVE "Y" TO NAME-EOF-SW
               END-READ
             END-PERFORM
             CLOSE NAME-FILE
             CLOSE CUSTOMER-MST
             PERFORM Rewrite-Next-Number
             DISPLAY "Load complete - records read = ", WS-READ-COUNT
             DISPLAY "Records loaded  = ", WS-WRITE-COUNT
             DISPLAY "Duplicates skipped = ", WS-DUP-COUNT
             DISPLAY "New numbers assigned = ", WS-ASSIGNED-COUNT
             IF WS-ASSIGNED-COUNT > 0
               DISPLAY "Unload the master to carry the new numbers "
                 "back to the customer file."
             END-IF
             IF WS-DUP-COUNT > 0
               MOVE 4 TO RETURN-CODE
             END-IF
           END-IF.

       Unload-Indexed-Master.
           OPEN INPUT CUSTOMER-MST
           IF WS-CUSTMST-STATUS = "35"
             DISPLAY "Indexed customer master not found - nothing to "
               "unload."
             MOVE 16 TO RETURN-CODE
           ELSE
             OPEN OUTPUT NAME-FILE
             MOVE "N" TO MST-EOF-SWITCH
             READ CUSTOMER-MST NEXT RECORD
               AT END MOVE "Y" TO MST-EOF-SWITCH
             END-READ
             PERFORM UNTIL End-Of-Master-File
               ADD 1 TO WS-READ-COUNT
               MOVE CUSTOMER-MST-RECORD TO NAME-RECORD
               WRITE NAME-RECORD
               ADD 1 TO WS-WRITE-COUNT
               READ CUSTOMER-MST NEXT RECORD
                 AT END MOVE "Y" TO MST-EOF-SWITCH
               END-READ
             END-PERFORM
             CLOSE CUSTOMER-MST
             CLOSE NAME-FILE
             DISPLAY "Unload complete - records written = ",
               WS-WRITE-COUNT
           END-IF.
