      *report, and on a confirmed merge run writes a cleaned
      *customer file keeping the richer address block of each pair.
      *Run the review mode first; the merge mode does the same
      *pairing and actually writes customer-names-clean.dat, and
      *for every dropped record that carried a customer number it
      *appends a cross-reference from the retired number to the
      *number of the record that survived the merge. The retired
      *numbers are deleted from the indexed customer master in the
      *same run, so the next unload of the master does not bring
      *the merged-away customers back onto the flat file.
       AUTHOR. Nils Müller.
       DATE-WRITTEN. 2026-09-02.

               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DEDUPE-REPORT ASSIGN TO "cust-dedupe-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT XREF-FILE ASSIGN TO "cust-number-xref.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.
           SELECT CUSTOMER-MST ASSIGN TO "customer-master.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CmsCustomerNumber
               FILE STATUS IS WS-CUSTMST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD NAME-FILE.
       01 NAME-RECORD.
           COPY "customer_record".
           COPY "customer_number".

       FD CLEAN-FILE.
       01 CLEAN-RECORD PIC X(93).

       FD DEDUPE-REPORT.
       01 REPORT-LINE PIC X(120).

       FD XREF-FILE.
       01 XREF-RECORD.
           COPY "customer_xref".

      *Remainder plus key, as CustMasterConvert lays it out.
       FD CUSTOMER-MST.
       01 CUSTOMER-MST-RECORD.
         02 CmsCustomerBody PIC X(86).
         02 CmsCustomerNumber PIC 9(7).

       WORKING-STORAGE SECTION.
       01 WS-NAMEFILE-STATUS PIC XX.
       01 WS-XREF-STATUS PIC XX.
       01 WS-CUSTMST-STATUS PIC XX.
       01 NAME-EOF-SW PIC X VALUE "N".
         88 End-Of-Name-File VALUE "Y".

       01 WS-CUSTOMER-TABLE.
         02 WS-CUSTOMER-ENTRY OCCURS 1000 TIMES.
           03 WS-CUST-DROPPED PIC X.
           03 WS-CUST-KEPT-BY PIC 9(4).
           03 WS-CUST-NORM-NAME PIC X(20).
           03 WS-CUST-DATA PIC X(93).
           03 WS-CUST-FIELDS REDEFINES WS-CUST-DATA.
             04 WS-CUST-NAME PIC X(20).
             04 WS-CUST-BDATE PIC 9(8).
             04 WS-CUST-POSTAL PIC X(8).
             04 WS-CUST-COUNTRY PIC X(12).
             04 WS-CUST-OPTOUT PIC X.
             04 WS-CUST-NUMBER PIC 9(7).

       01 WS-CUST-IDX PIC 9(4).
       01 WS-PAIR-IDX PIC 9(4).
       01 WS-SCAN-START PIC 9(4).
       01 WS-KEEP-IDX PIC 9(4).
       01 WS-DROP-IDX PIC 9(4).
       01 WS-SURVIVOR-IDX PIC 9(4).

       01 WS-RICHNESS-A PIC 9.
       01 WS-RICHNESS-B PIC 9.
       01 WS-PAIR-COUNT PIC 9(5) VALUE 0.
       01 WS-KEPT-COUNT PIC 9(7) VALUE 0.
       01 WS-DROPPED-COUNT PIC 9(7) VALUE 0.
       01 WS-XREF-COUNT PIC 9(7) VALUE 0.
       01 WS-IDX-DELETED PIC 9(7) VALUE 0.
       01 WS-IDX-NOT-FOUND PIC 9(7) VALUE 0.
       01 WS-OVERFLOW-SW PIC X VALUE "N".
         88 Customer-Table-Overflow VALUE "Y".

                 PERFORM Write-Dedupe-Report
                 IF Merge-Mode
                   PERFORM Write-Clean-File
                   PERFORM Delete-From-Indexed-Master
                   DISPLAY "Cleaned file written - kept = ",
                     WS-KEPT-COUNT, " dropped = ", WS-DROPPED-COUNT
                   DISPLAY "Number cross-references written = ",
                     WS-XREF-COUNT
                   DISPLAY "Retired numbers deleted from the indexed "
                     "master = ", WS-IDX-DELETED, " not found = ",
                     WS-IDX-NOT-FOUND
                 ELSE
                   DISPLAY "Review only - no file written. Pairs "
                     "proposed = ", WS-PAIR-COUNT
              OR WS-CUSTOMER-COUNT >= WS-CUSTOMER-LIMIT
             ADD 1 TO WS-CUSTOMER-COUNT
             MOVE SPACE TO WS-CUST-DROPPED(WS-CUSTOMER-COUNT)
             MOVE 0 TO WS-CUST-KEPT-BY(WS-CUSTOMER-COUNT)
             MOVE NAME-RECORD TO WS-CUST-DATA(WS-CUSTOMER-COUNT)
             MOVE FUNCTION UPPER-CASE(CustomerName)
               TO WS-CUST-NORM-NAME(WS-CUSTOMER-COUNT)
             MOVE WS-PAIR-IDX TO WS-DROP-IDX
           END-IF
           MOVE "D" TO WS-CUST-DROPPED(WS-DROP-IDX)
           MOVE WS-KEEP-IDX TO WS-CUST-KEPT-BY(WS-DROP-IDX)
           MOVE "K" TO WS-CUST-DROPPED(WS-KEEP-IDX).

      *A keeper can lose a later pair itself, so a dropped record's
      *survivor is found by following the kept-by chain to the
      *record that was never dropped.
       Find-Survivor.
           MOVE WS-CUST-KEPT-BY(WS-CUST-IDX) TO WS-SURVIVOR-IDX
           PERFORM UNTIL WS-CUST-DROPPED(WS-SURVIVOR-IDX) NOT = "D"
             MOVE WS-CUST-KEPT-BY(WS-SURVIVOR-IDX) TO WS-SURVIVOR-IDX
           END-PERFORM.

      *Richness = how many of the four address fields are filled;
      *the record with more filled fields keeps the pair.
       Score-Address-Richness.
               WRITE REPORT-LINE
             END-IF
             IF WS-CUST-DROPPED(WS-CUST-IDX) = "D"
               PERFORM Find-Survivor
               MOVE SPACES TO REPORT-LINE
               STRING "DROP: " DELIMITED BY SIZE
                 WS-CUST-DATA(WS-CUST-IDX) DELIMITED BY SIZE
                 " INTO " DELIMITED BY SIZE
                 WS-CUST-NUMBER(WS-SURVIVOR-IDX) DELIMITED BY SIZE
                 INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE

       Write-Clean-File.
           OPEN OUTPUT CLEAN-FILE
           OPEN EXTEND XREF-FILE
           IF WS-XREF-STATUS = "35"
             OPEN OUTPUT XREF-FILE
           END-IF
           PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
               UNTIL WS-CUST-IDX > WS-CUSTOMER-COUNT
             IF WS-CUST-DROPPED(WS-CUST-IDX) = "D"
               ADD 1 TO WS-DROPPED-COUNT
               PERFORM Write-Number-Xref
             ELSE
               ADD 1 TO WS-KEPT-COUNT
               MOVE WS-CUST-DATA(WS-CUST-IDX) TO CLEAN-RECORD
               WRITE CLEAN-RECORD
             END-IF
           END-PERFORM
           CLOSE XREF-FILE
           CLOSE CLEAN-FILE.

      *Records loaded before numbering began carry no number and
      *have nothing to cross-reference.
       Write-Number-Xref.
           PERFORM Find-Survivor
           IF WS-CUST-NUMBER(WS-CUST-IDX) IS NUMERIC
              AND WS-CUST-NUMBER(WS-CUST-IDX) > 0
              AND WS-CUST-NUMBER(WS-SURVIVOR-IDX) IS NUMERIC
              AND WS-CUST-NUMBER(WS-SURVIVOR-IDX) > 0
             MOVE SPACES TO XREF-RECORD
             MOVE WS-CUST-NUMBER(WS-CUST-IDX) TO XrRetiredNumber
             MOVE WS-CUST-NUMBER(WS-SURVIVOR-IDX)
               TO XrSurvivingNumber
             MOVE WS-RUN-DATE TO XrMergeDate
             WRITE XREF-RECORD
             ADD 1 TO WS-XREF-COUNT
           END-IF.

      *A retired number already missing from the indexed master is
      *counted, not treated as an error. Records loaded before
      *numbering began carry no number and are not on it.
       Delete-From-Indexed-Master.
           OPEN I-O CUSTOMER-MST
           IF WS-CUSTMST-STATUS = "35"
             DISPLAY "Indexed customer master not found - only the "
               "cleaned file written."
           ELSE
             PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                 UNTIL WS-CUST-IDX > WS-CUSTOMER-COUNT
               IF WS-CUST-DROPPED(WS-CUST-IDX) = "D"
                  AND WS-CUST-NUMBER(WS-CUST-IDX) IS NUMERIC
                  AND WS-CUST-NUMBER(WS-CUST-IDX) > 0
                 MOVE WS-CUST-NUMBER(WS-CUST-IDX) TO CmsCustomerNumber
                 DELETE CUSTOMER-MST RECORD
                   INVALID KEY
                     ADD 1 TO WS-IDX-NOT-FOUND
                   NOT INVALID KEY
                     ADD 1 TO WS-IDX-DELETED
                 END-DELETE
               END-IF
             END-PERFORM
             CLOSE CUSTOMER-MST
           END-IF.
