       IDENTIFICATION DIVISION.
       PROGRAM-ID. SubjectAccess.
      *Data-subject access inquiry - everything held on one person.
      *The subject is given either as an EmployeeID or as a name
      *plus birthdate. An EmployeeID is looked up on the indexed
      *employee master (or, for someone no longer on it, on the
      *change history) to find the name and birthdate; a name plus
      *birthdate finds every EmployeeID it was ever held under, and
      *the customer file gives the subject's customer numbers, so
      *mail history under a number since merged away still counts
      *through the merge cross-reference. The indexed employee
      *master, the employee change history, the absence bookings
      *and leave entitlements (by EmployeeID), the customer file,
      *the mail history, the campaign selection and campaign
      *responses (by customer number), and the birthday letter file
      *are then searched and every related record is printed on one
      *dated disclosure report, grouped by source file, with the
      *requesting operator on the heading. Called from the operator
      *console, which stamps every run to the activity log.
       AUTHOR. Nils Müller.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MST ASSIGN TO "employee-master.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MstEmployeeID
               FILE STATUS IS WS-EMPMST-STATUS.
           SELECT CHANGE-HISTORY ASSIGN TO "emp-change-history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT NAME-FILE ASSIGN TO "customer-names.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NAMEFILE-STATUS.
           SELECT MAIL-HISTORY ASSIGN TO "mail-history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAILHIST-STATUS.
           SELECT XREF-FILE ASSIGN TO "cust-number-xref.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.
           SELECT ABSENCE-FILE ASSIGN TO "absence.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABSENCE-STATUS.
           SELECT ENTITLEMENT-FILE ASSIGN TO "leave-entitlement.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENTITLE-STATUS.
           SELECT SELECTION-FILE ASSIGN TO "campaign-selection.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SELECTION-STATUS.
           SELECT RESPONSE-FILE ASSIGN TO "campaign-responses.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESPONSE-STATUS.
           SELECT LETTER-FILE ASSIGN TO "birthday-letters.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-STATUS.
           SELECT DISCLOSURE-REPORT
               ASSIGN TO "subject-access-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *Key plus remainder - the remainder length mirrors the fields
      *after EmployeeID in the employee_record copybook.
       FD EMPLOYEE-MST.
       01 EMPLOYEE-MST-RECORD.
         02 MstEmployeeID PIC 9(5).
         02 MstEmployeeBody PIC X(99).

       FD CHANGE-HISTORY.
       01 CHANGE-HISTORY-RECORD.
           COPY "change_history".

       FD NAME-FILE.
       01 NAME-RECORD.
           COPY "customer_record".
           COPY "customer_number".

       FD MAIL-HISTORY.
       01 MAIL-HISTORY-RECORD.
         02 MhCustomerName PIC X(20).
         02 MhBirthDate PIC 9(8).
         02 MhCampaign PIC X(8).
         02 MhMailDate PIC 9(8).
         02 MhCustomerNumber PIC 9(7).
         02 MhSegment PIC 99.

       FD XREF-FILE.
       01 XREF-RECORD.
           COPY "customer_xref".

       FD ABSENCE-FILE.
       01 ABSENCE-RECORD.
           COPY "absence_record".

       FD ENTITLEMENT-FILE.
       01 ENTITLEMENT-RECORD.
           COPY "leave_entitlement".

      *The customer-file layout, named apart from the customer file
      *read in the same run.
       FD SELECTION-FILE.
       01 SELECTION-RECORD.
         02 SelCustomerName PIC X(20).
         02 SelBirthDate PIC X(8).
         02 SelLanguage PIC XX.
         02 SelStreet PIC X(20).
         02 SelCity PIC X(15).
         02 SelPostalCode PIC X(8).
         02 SelCountry PIC X(12).
         02 SelMailOptOut PIC X.
         02 SelCustomerNumber PIC 9(7).
           COPY "campaign_member".

       FD RESPONSE-FILE.
       01 RESPONSE-RECORD.
           COPY "campaign_response".

       FD LETTER-FILE.
       01 LETTER-LINE PIC X(80).

       FD DISCLOSURE-REPORT.
       01 REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
      *Work area the master record and each history image is moved
      *into, so every employee image is matched and printed alike.
       01 WS-EMPLOYEE-REC.
           COPY "employee_record".

       01 WS-EMPMST-STATUS PIC XX.
       01 WS-HISTORY-STATUS PIC XX.
       01 WS-NAMEFILE-STATUS PIC XX.
       01 WS-MAILHIST-STATUS PIC XX.
       01 WS-LETTER-STATUS PIC XX.
       01 WS-XREF-STATUS PIC XX.
       01 WS-ABSENCE-STATUS PIC XX.
       01 WS-ENTITLE-STATUS PIC XX.
       01 WS-SELECTION-STATUS PIC XX.
       01 WS-RESPONSE-STATUS PIC XX.
       01 EMP-EOF-SWITCH PIC X VALUE "N".
         88 End-Of-Employee-File VALUE "Y".
       01 HISTORY-EOF-SW PIC X VALUE "N".
         88 End-Of-History-File VALUE "Y".
       01 NAME-EOF-SW PIC X VALUE "N".
         88 End-Of-Name-File VALUE "Y".
       01 MAILHIST-EOF-SW PIC X VALUE "N".
         88 End-Of-Mailhist-File VALUE "Y".
       01 LETTER-EOF-SW PIC X VALUE "N".
         88 End-Of-Letter-File VALUE "Y".
       01 ABSENCE-EOF-SW PIC X VALUE "N".
         88 End-Of-Absence-File VALUE "Y".
       01 ENTITLE-EOF-SW PIC X VALUE "N".
         88 End-Of-Entitle-File VALUE "Y".
       01 SELECTION-EOF-SW PIC X VALUE "N".
         88 End-Of-Selection-File VALUE "Y".
       01 RESPONSE-EOF-SW PIC X VALUE "N".
         88 End-Of-Response-File VALUE "Y".

       01 WS-RUN-DATE PIC 9(8).

      *The subject - how the operator identified them, and the
      *name, birthdate, and EmployeeIDs every file is matched on.
       01 WS-SEARCH-MODE PIC X.
         88 Search-By-Id VALUE "E" "e".
         88 Search-By-Name VALUE "N" "n".
       01 WS-ID-IN PIC X(5).
       01 WS-BDATE-IN PIC X(8).
       01 WS-SUBJ-NAME PIC X(20) VALUE SPACES.
       01 WS-SUBJ-BDATE PIC 9(8) VALUE 0.
       01 WS-SUBJ-KNOWN-SW PIC X VALUE "N".
         88 Subject-Name-Known VALUE "Y".
       01 WS-SUBJ-ON-MASTER-SW PIC X VALUE "N".
         88 Subject-On-Master VALUE "Y".
       01 WS-ID-LIMIT PIC 99 VALUE 20.
       01 WS-ID-COUNT PIC 99 VALUE 0.
       01 WS-ID-TABLE.
         02 WS-SUBJ-ID PIC 9(5) OCCURS 20 TIMES.
       01 WS-ID-IDX PIC 99.
       01 WS-ID-FOUND-SW PIC X.
         88 Id-In-Subject-Set VALUE "Y".
       01 WS-CHECK-ID PIC 9(5).
       01 WS-MATCH-SW PIC X.
         88 Image-Matches-Subject VALUE "Y".
       01 WS-HIST-MATCH-SW PIC X.
         88 History-Matches-Subject VALUE "Y".
       01 WS-IN-LETTER-SW PIC X VALUE "N".
         88 In-Subject-Letter VALUE "Y".

      *Customer numbers the subject is held under, and the merge
      *cross-references that resolve a retired number to the
      *number that survived it.
       01 WS-CNUM-LIMIT PIC 99 VALUE 20.
       01 WS-CNUM-COUNT PIC 99 VALUE 0.
       01 WS-CNUM-TABLE.
         02 WS-SUBJ-CNUM PIC 9(7) OCCURS 20 TIMES.
       01 WS-CNUM-IDX PIC 99.
       01 WS-CNUM-FOUND-SW PIC X.
         88 Number-In-Subject-Set VALUE "Y".
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
       01 WS-MATCH-NUMBER PIC 9(7).

       01 WS-FILE-COUNT PIC 9(5).
       01 WS-TOTAL-COUNT PIC 9(7) VALUE 0.

       01 HEADING-LINE.
         02 FILLER PIC X(34) VALUE "SUBJECT ACCESS DISCLOSURE REPORT".
         02 FILLER PIC X(9) VALUE "RUN DATE ".
         02 HdgRunDate PIC 9(8).
         02 FILLER PIC X(16) VALUE "  REQUESTED BY ".
         02 HdgOperator PIC X(8).

       01 SUBJECT-LINE.
         02 FILLER PIC X(20) VALUE "SUBJECT NAME      : ".
         02 SubName PIC X(20).
         02 FILLER PIC X(14) VALUE "  BIRTHDATE : ".
         02 SubBirthDate PIC X(8).

       01 SUBJECT-ID-LINE.
         02 FILLER PIC X(20) VALUE "HELD AS EMPLOYEEID: ".
         02 SubEmployeeID PIC 9(5).

       01 SOURCE-LINE.
         02 FILLER PIC X(8) VALUE "SOURCE: ".
         02 SrcDescription PIC X(60).

       01 PERSON-HEADING.
         02 FILLER PIC X(15) VALUE "       ID/NO".
         02 FILLER PIC X(21) VALUE "NAME".
         02 FILLER PIC X(9) VALUE "BIRTHDAT".
         02 FILLER PIC X(3) VALUE "LG".
         02 FILLER PIC X(21) VALUE "STREET".
         02 FILLER PIC X(16) VALUE "CITY".
         02 FILLER PIC X(9) VALUE "POSTCODE".
         02 FILLER PIC X(13) VALUE "COUNTRY".
         02 FILLER PIC X(5) VALUE "DEPT".
         02 FILLER PIC X(9) VALUE "HIRED".
         02 FILLER PIC X(3) VALUE "S O".

       01 PERSON-LINE.
         02 PrsTag PIC X(7).
         02 PrsIdentifier PIC X(7).
         02 FILLER PIC X VALUE SPACE.
         02 PrsName PIC X(20).
         02 FILLER PIC X VALUE SPACE.
         02 PrsBirthDate PIC X(8).
         02 FILLER PIC X VALUE SPACE.
         02 PrsLanguage PIC XX.
         02 FILLER PIC X VALUE SPACE.
         02 PrsStreet PIC X(20).
         02 FILLER PIC X VALUE SPACE.
         02 PrsCity PIC X(15).
         02 FILLER PIC X VALUE SPACE.
         02 PrsPostalCode PIC X(8).
         02 FILLER PIC X VALUE SPACE.
         02 PrsCountry PIC X(12).
         02 FILLER PIC X VALUE SPACE.
         02 PrsDepartment PIC X(4).
         02 FILLER PIC X VALUE SPACE.
         02 PrsHireDate PIC X(8).
         02 FILLER PIC X VALUE SPACE.
         02 PrsStatus PIC X.
         02 FILLER PIC X VALUE SPACE.
         02 PrsOptOut PIC X.

       01 CHANGE-LINE.
         02 FILLER PIC X(10) VALUE "CHANGE ON ".
         02 ChgRunDate PIC 9(8).
         02 FILLER PIC X(9) VALUE "  ACTION ".
         02 ChgAction PIC X.
         02 FILLER PIC X(14) VALUE "  EMPLOYEEID ".
         02 ChgEmployeeID PIC 9(5).

       01 MAIL-HEADING.
         02 FILLER PIC X(55) VALUE
            "       NAME                 BIRTHDAT CAMPAIGN MAILED ON".
         02 FILLER PIC X(11) VALUE " CUST NO SG".

       01 MAIL-LINE.
         02 FILLER PIC X(7) VALUE SPACES.
         02 MlName PIC X(20).
         02 FILLER PIC X VALUE SPACE.
         02 MlBirthDate PIC 9(8).
         02 FILLER PIC X VALUE SPACE.
         02 MlCampaign PIC X(8).
         02 FILLER PIC X VALUE SPACE.
         02 MlMailDate PIC 9(8).
         02 FILLER PIC X VALUE SPACE.
         02 MlCustomerNumber PIC X(7).
         02 FILLER PIC X VALUE SPACE.
         02 MlSegment PIC XX.

       01 ABSENCE-HEADING.
         02 FILLER PIC X(47) VALUE
            "       EMPID T FROM     TO       DAYS BOOKED ON".

       01 ABSENCE-LINE.
         02 FILLER PIC X(7) VALUE SPACES.
         02 AblEmployeeID PIC 9(5).
         02 FILLER PIC X VALUE SPACE.
         02 AblType PIC X.
         02 FILLER PIC X VALUE SPACE.
         02 AblFromDate PIC X(8).
         02 FILLER PIC X VALUE SPACE.
         02 AblToDate PIC X(8).
         02 FILLER PIC X VALUE SPACE.
         02 AblDays PIC X(3).
         02 FILLER PIC XX VALUE SPACES.
         02 AblBookedDate PIC X(8).

       01 ENTITLE-HEADING.
         02 FILLER PIC X(44) VALUE
            "       EMPID YEAR DAYS SVC GRANTED ON".

       01 ENTITLE-LINE.
         02 FILLER PIC X(7) VALUE SPACES.
         02 EnlEmployeeID PIC 9(5).
         02 FILLER PIC X VALUE SPACE.
         02 EnlYear PIC X(4).
         02 FILLER PIC X VALUE SPACE.
         02 EnlDays PIC X(3).
         02 FILLER PIC XX VALUE SPACES.
         02 EnlServiceYears PIC XX.
         02 FILLER PIC XX VALUE SPACES.
         02 EnlGrantedDate PIC X(8).

       01 SELECTION-LINE.
         02 FILLER PIC X(22) VALUE "SELECTED FOR CAMPAIGN ".
         02 SllCampaign PIC X(8).
         02 FILLER PIC X(10) VALUE "  SEGMENT ".
         02 SllSegment PIC XX.

       01 RESPONSE-HEADING.
         02 FILLER PIC X(48) VALUE
            "       CAMPAIGN CUST NO ANSWERED ON CHANNEL".

       01 RESPONSE-LINE.
         02 FILLER PIC X(7) VALUE SPACES.
         02 RslCampaign PIC X(8).
         02 FILLER PIC X VALUE SPACE.
         02 RslCustomerNumber PIC X(7).
         02 FILLER PIC X VALUE SPACE.
         02 RslResponseDate PIC X(8).
         02 FILLER PIC X(4) VALUE SPACES.
         02 RslChannel PIC X.

       01 COUNT-LINE.
         02 FILLER PIC X(28) VALUE "RECORDS FOUND IN THIS FILE: ".
         02 CntFound PIC ZZZZ9.

       01 TOTAL-LINE.
         02 FILLER PIC X(28) VALUE "RECORDS FOUND IN ALL FILES: ".
         02 TotFound PIC ZZZZZZ9.

      *The finished report is handed to the print spool for
      *operator release instead of being hunted down by file name.
       01 WS-SPOOL-PROGRAM PIC X(20) VALUE "SubjectAccess".
       01 WS-SPOOL-REPORT PIC X(30) VALUE "subject-access-report.txt".
       01 WS-SAVED-RC PIC 9(4).

       LINKAGE SECTION.
       01 LNK-OPERATOR-ID PIC X(8).

       PROCEDURE DIVISION USING LNK-OPERATOR-ID.
       Main.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE 0 TO WS-ID-COUNT
           MOVE 0 TO WS-TOTAL-COUNT
           MOVE "N" TO WS-SUBJ-KNOWN-SW
           MOVE "N" TO WS-SUBJ-ON-MASTER-SW
           MOVE SPACES TO WS-SUBJ-NAME
           MOVE 0 TO WS-SUBJ-BDATE
           DISPLAY "Identify the subject by (E)mployeeID or by "
             "(N)ame and birthdate: "
           ACCEPT WS-SEARCH-MODE
           EVALUATE TRUE
             WHEN Search-By-Id
               DISPLAY "EmployeeID: "
               ACCEPT WS-ID-IN
               IF WS-ID-IN IS NOT NUMERIC
                 DISPLAY "EmployeeID must be five digits."
                 MOVE 16 TO RETURN-CODE
                 GOBACK
               END-IF
               MOVE WS-ID-IN TO WS-CHECK-ID
               PERFORM Add-Subject-Id
               PERFORM Read-Subject-From-Master
             WHEN Search-By-Name
               DISPLAY "Name (as held, up to 20 characters): "
               ACCEPT WS-SUBJ-NAME
               DISPLAY "Birthdate (YYYYMMDD): "
               ACCEPT WS-BDATE-IN
               IF WS-SUBJ-NAME = SPACES
                  OR WS-BDATE-IN IS NOT NUMERIC
                 DISPLAY "Name and an eight-digit birthdate are "
                   "both required."
                 MOVE 16 TO RETURN-CODE
                 GOBACK
               END-IF
               MOVE WS-BDATE-IN TO WS-SUBJ-BDATE
               MOVE "Y" TO WS-SUBJ-KNOWN-SW
             WHEN OTHER
               DISPLAY "Enter E or N."
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-EVALUATE
      *The history is scanned first so every EmployeeID the subject
      *was held under is known before any file is printed - a
      *deleted employee survives only on the history.
           PERFORM Scan-History-For-Subject
           OPEN OUTPUT DISCLOSURE-REPORT
           PERFORM Write-Report-Heading
           PERFORM Search-Employee-Master
           PERFORM Search-Change-History
           PERFORM Search-Absence-File
           PERFORM Search-Entitlement-File
           PERFORM Search-Customer-File
           PERFORM Search-Mail-History
           PERFORM Search-Campaign-Selection
           PERFORM Search-Campaign-Responses
           PERFORM Search-Birthday-Letters
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOTAL-COUNT TO TotFound
           WRITE REPORT-LINE FROM TOTAL-LINE
           IF WS-TOTAL-COUNT = 0
             MOVE "NO RECORDS HELD ON THIS SUBJECT" TO REPORT-LINE
             WRITE REPORT-LINE
           END-IF
           CLOSE DISCLOSURE-REPORT
           DISPLAY "Disclosure report written - records found = ",
             WS-TOTAL-COUNT, " - see subject-access-report.txt."
           PERFORM Spool-Finished-Report
           GOBACK.

      *A CALL leaves the callee's zero in RETURN-CODE, so the
      *caller's return code is saved across the spool hand-over.
       Spool-Finished-Report.
           MOVE RETURN-CODE TO WS-SAVED-RC
           CALL "SpoolReport" USING WS-SPOOL-PROGRAM WS-SPOOL-REPORT
             WS-RUN-DATE
           MOVE WS-SAVED-RC TO RETURN-CODE.

       Read-Subject-From-Master.
           OPEN INPUT EMPLOYEE-MST
           IF WS-EMPMST-STATUS NOT = "35"
             MOVE WS-CHECK-ID TO MstEmployeeID
             READ EMPLOYEE-MST
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE EMPLOYEE-MST-RECORD TO WS-EMPLOYEE-REC
                 MOVE EmployeeName TO WS-SUBJ-NAME
                 MOVE EmpBirthDate TO WS-SUBJ-BDATE
                 MOVE "Y" TO WS-SUBJ-KNOWN-SW
                 MOVE "Y" TO WS-SUBJ-ON-MASTER-SW
             END-READ
             CLOSE EMPLOYEE-MST
           END-IF.

       Add-Subject-Id.
           PERFORM Find-Subject-Id
           IF NOT Id-In-Subject-Set
              AND WS-ID-COUNT < WS-ID-LIMIT
             ADD 1 TO WS-ID-COUNT
             MOVE WS-CHECK-ID TO WS-SUBJ-ID(WS-ID-COUNT)
           END-IF.

       Find-Subject-Id.
           MOVE "N" TO WS-ID-FOUND-SW
           PERFORM VARYING WS-ID-IDX FROM 1 BY 1
               UNTIL WS-ID-IDX > WS-ID-COUNT OR Id-In-Subject-Set
             IF WS-SUBJ-ID(WS-ID-IDX) = WS-CHECK-ID
               MOVE "Y" TO WS-ID-FOUND-SW
             END-IF
           END-PERFORM.

      *One employee image in WS-EMPLOYEE-REC relates to the subject
      *when it carries one of the subject's EmployeeIDs or the
      *subject's name and birthdate.
       Match-Employee-Image.
           MOVE "N" TO WS-MATCH-SW
           MOVE EmployeeID TO WS-CHECK-ID
           PERFORM Find-Subject-Id
           IF Id-In-Subject-Set
             MOVE "Y" TO WS-MATCH-SW
           END-IF
           IF Subject-Name-Known
              AND EmployeeName = WS-SUBJ-NAME
              AND EmpBirthDate = WS-SUBJ-BDATE
             MOVE "Y" TO WS-MATCH-SW
           END-IF.

      *Name and birthdate matches add their EmployeeID to the
      *subject's set; an EmployeeID no longer on the master takes
      *its name and birthdate from the latest history image.
       Scan-History-For-Subject.
           OPEN INPUT CHANGE-HISTORY
           IF WS-HISTORY-STATUS NOT = "35"
             MOVE "N" TO HISTORY-EOF-SW
             READ CHANGE-HISTORY
               AT END MOVE "Y" TO HISTORY-EOF-SW
             END-READ
             PERFORM UNTIL End-Of-History-File
               IF ChBeforeImage NOT = SPACES
                 MOVE ChBeforeImage TO WS-EMPLOYEE-REC
                 PERFORM Scan-One-History-Image
               END-IF
               IF ChAfterImage NOT = SPACES
                 MOVE ChAfterImage TO WS-EMPLOYEE-REC
                 PERFORM Scan-One-History-Image
               END-IF
               READ CHANGE-HISTORY
                 AT END MOVE "Y" TO HISTORY-EOF-SW
               END-READ
             END-PERFORM
             CLOSE CHANGE-HISTORY
           END-IF
           IF Search-By-Name
             PERFORM Scan-Master-For-Subject
           END-IF.

       Scan-One-History-Image.
           MOVE EmployeeID TO WS-CHECK-ID
           PERFORM Find-Subject-Id
           IF Id-In-Subject-Set
              AND Search-By-Id
              AND NOT Subject-On-Master
             MOVE EmployeeName TO WS-SUBJ-NAME
             MOVE EmpBirthDate TO WS-SUBJ-BDATE
             MOVE "Y" TO WS-SUBJ-KNOWN-SW
           END-IF
           IF Subject-Name-Known
              AND EmployeeName = WS-SUBJ-NAME
              AND EmpBirthDate = WS-SUBJ-BDATE
             PERFORM Add-Subject-Id
           END-IF.

       Scan-Master-For-Subject.
           OPEN INPUT EMPLOYEE-MST
           IF WS-EMPMST-STATUS NOT = "35"
             MOVE "N" TO EMP-EOF-SWITCH
             READ EMPLOYEE-MST NEXT RECORD
               AT END MOVE "Y" TO EMP-EOF-SWITCH
             END-READ
             PERFORM UNTIL End-Of-Employee-File
               MOVE EMPLOYEE-MST-RECORD TO WS-EMPLOYEE-REC
               IF EmployeeName = WS-SUBJ-NAME
                  AND EmpBirthDate = WS-SUBJ-BDATE
                 MOVE EmployeeID TO WS-CHECK-ID
                 PERFORM Add-Subject-Id
               END-IF
               READ EMPLOYEE-MST NEXT RECORD
                 AT END MOVE "Y" TO EMP-EOF-SWITCH
               END-READ
             END-PERFORM
             CLOSE EMPLOYEE-MST
           END-IF.

       Write-Report-Heading.
           MOVE WS-RUN-DATE TO HdgRunDate
           MOVE LNK-OPERATOR-ID TO HdgOperator
           WRITE REPORT-LINE FROM HEADING-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF Subject-Name-Known
             MOVE WS-SUBJ-NAME TO SubName
             MOVE WS-SUBJ-BDATE TO SubBirthDate
           ELSE
             MOVE "NOT KNOWN" TO SubName
             MOVE SPACES TO SubBirthDate
           END-IF
           WRITE REPORT-LINE FROM SUBJECT-LINE
           PERFORM VARYING WS-ID-IDX FROM 1 BY 1
               UNTIL WS-ID-IDX > WS-ID-COUNT
             MOVE WS-SUBJ-ID(WS-ID-IDX) TO SubEmployeeID
             WRITE REPORT-LINE FROM SUBJECT-ID-LINE
           END-PERFORM.

       Start-Source-Section.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM SOURCE-LINE
           MOVE 0 TO WS-FILE-COUNT.

       End-Source-Section.
           MOVE WS-FILE-COUNT TO CntFound
           WRITE REPORT-LINE FROM COUNT-LINE
           ADD WS-FILE-COUNT TO WS-TOTAL-COUNT.

       Write-File-Missing.
           MOVE "       FILE NOT PRESENT - NOTHING HELD IN IT"
             TO REPORT-LINE
           WRITE REPORT-LINE.

       Format-Employee-Image.
           MOVE EmployeeID TO PrsIdentifier
           MOVE EmployeeName TO PrsName
           MOVE EmpBirthDate TO PrsBirthDate
           MOVE EmployeeLanguage TO PrsLanguage
           MOVE EmpStreet TO PrsStreet
           MOVE EmpCity TO PrsCity
           MOVE EmpPostalCode TO PrsPostalCode
           MOVE EmpCountry TO PrsCountry
           MOVE EmpDepartment TO PrsDepartment
           MOVE EmpHireDate TO PrsHireDate
           MOVE EmpStatus TO PrsStatus
           MOVE EmpMailOptOut TO PrsOptOut.

       Search-Employee-Master.
           MOVE "EMPLOYEE MASTER (employee-master.idx)"
             TO SrcDescription
           PERFORM Start-Source-Section
           OPEN INPUT EMPLOYEE-MST
           IF WS-EMPMST-STATUS = "35"
             PERFORM Write-File-Missing
           ELSE
             WRITE REPORT-LINE FROM PERSON-HEADING
             MOVE "N" TO EMP-EOF-SWITCH
             READ EMPLOYEE-MST NEXT RECORD
               AT END MOVE "Y" TO EMP-EOF-SWITCH
             END-READ
             PERFORM UNTIL End-Of-Employee-File
               MOVE EMPLOYEE-MST-RECORD TO WS-EMPLOYEE-REC
               PERFORM Match-Employee-Image
               IF Image-Matches-Subject
                 ADD 1 TO WS-FILE-COUNT
                 MOVE SPACES TO PERSON-LINE
                 MOVE "MASTER" TO PrsTag
                 PERFORM Format-Employee-Image
                 WRITE REPORT-LINE FROM PERSON-LINE
               END-IF
               READ EMPLOYEE-MST NEXT RECORD
                 AT END MOVE "Y" TO EMP-EOF-SWITCH
               END-READ
             END-PERFORM
             CLOSE EMPLOYEE-MST
           END-IF
           PERFORM End-Source-Section.

      *A history record relates to the subject when its EmployeeID
      *or either image does; both images are disclosed.
       Search-Change-History.
           MOVE "EMPLOYEE CHANGE HISTORY (emp-change-history.dat)"
             TO SrcDescription
           PERFORM Start-Source-Section
           OPEN INPUT CHANGE-HISTORY
           IF WS-HISTORY-STATUS = "35"
             PERFORM Write-File-Missing
           ELSE
             WRITE REPORT-LINE FROM PERSON-HEADING
             MOVE "N" TO HISTORY-EOF-SW
             READ CHANGE-HISTORY
               AT END MOVE "Y" TO HISTORY-EOF-SW
             END-READ
             PERFORM UNTIL End-Of-History-File
               MOVE "N" TO WS-HIST-MATCH-SW
               MOVE ChEmployeeID TO WS-CHECK-ID
               PERFORM Find-Subject-Id
               IF Id-In-Subject-Set
                 MOVE "Y" TO WS-HIST-MATCH-SW
               END-IF
               IF ChBeforeImage NOT = SPACES
                 MOVE ChBeforeImage TO WS-EMPLOYEE-REC
                 PERFORM Match-Employee-Image
                 IF Image-Matches-Subject
                   MOVE "Y" TO WS-HIST-MATCH-SW
                 END-IF
               END-IF
               IF ChAfterImage NOT = SPACES
                 MOVE ChAfterImage TO WS-EMPLOYEE-REC
                 PERFORM Match-Employee-Image
                 IF Image-Matches-Subject
                   MOVE "Y" TO WS-HIST-MATCH-SW
                 END-IF
               END-IF
               IF History-Matches-Subject
                 PERFORM Write-History-Entry
               END-IF
               READ CHANGE-HISTORY
                 AT END MOVE "Y" TO HISTORY-EOF-SW
               END-READ
             END-PERFORM
             CLOSE CHANGE-HISTORY
           END-IF
           PERFORM End-Source-Section.

       Write-History-Entry.
           ADD 1 TO WS-FILE-COUNT
           MOVE ChRunDate TO ChgRunDate
           MOVE ChAction TO ChgAction
           MOVE ChEmployeeID TO ChgEmployeeID
           WRITE REPORT-LINE FROM CHANGE-LINE
           IF ChBeforeImage NOT = SPACES
             MOVE ChBeforeImage TO WS-EMPLOYEE-REC
             MOVE SPACES TO PERSON-LINE
             MOVE "BEFORE" TO PrsTag
             PERFORM Format-Employee-Image
             WRITE REPORT-LINE FROM PERSON-LINE
           END-IF
           IF ChAfterImage NOT = SPACES
             MOVE ChAfterImage TO WS-EMPLOYEE-REC
             MOVE SPACES TO PERSON-LINE
             MOVE "AFTER" TO PrsTag
             PERFORM Format-Employee-Image
             WRITE REPORT-LINE FROM PERSON-LINE
           END-IF.

      *The name-keyed files can only be searched once the subject's
      *name and birthdate are known.
       Search-Customer-File.
           MOVE "CUSTOMER FILE (customer-names.dat)" TO SrcDescription
           PERFORM Start-Source-Section
           OPEN INPUT NAME-FILE
           IF WS-NAMEFILE-STATUS = "35"
             PERFORM Write-File-Missing
           ELSE
             IF Subject-Name-Known
               WRITE REPORT-LINE FROM PERSON-HEADING
               MOVE "N" TO NAME-EOF-SW
               READ NAME-FILE
                 AT END MOVE "Y" TO NAME-EOF-SW
               END-READ
               PERFORM UNTIL End-Of-Name-File
                 IF CustomerName = WS-SUBJ-NAME
                    AND CustomerBirthDate = WS-SUBJ-BDATE
                   ADD 1 TO WS-FILE-COUNT
                   MOVE SPACES TO PERSON-LINE
                   MOVE "CUSTMR" TO PrsTag
                   MOVE CustomerNumber TO PrsIdentifier
                   PERFORM Add-Subject-Number
                   MOVE CustomerName TO PrsName
                   MOVE CustomerBirthDate TO PrsBirthDate
                   MOVE CustomerLanguage TO PrsLanguage
                   MOVE CustomerStreet TO PrsStreet
                   MOVE CustomerCity TO PrsCity
                   MOVE CustomerPostalCode TO PrsPostalCode
                   MOVE CustomerCountry TO PrsCountry
                   MOVE CustomerMailOptOut TO PrsOptOut
                   WRITE REPORT-LINE FROM PERSON-LINE
                 END-IF
                 READ NAME-FILE
                   AT END MOVE "Y" TO NAME-EOF-SW
                 END-READ
               END-PERFORM
             END-IF
             CLOSE NAME-FILE
           END-IF
           PERFORM End-Source-Section.

       Add-Subject-Number.
           IF CustomerNumber IS NUMERIC
              AND WS-CNUM-COUNT < WS-CNUM-LIMIT
             ADD 1 TO WS-CNUM-COUNT
             MOVE CustomerNumber TO WS-SUBJ-CNUM(WS-CNUM-COUNT)
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

      *A record written under a customer number - a mailing, a
      *campaign selection, a response - relates to the subject when
      *that number, followed through any merges, is one of the
      *subject's own.
       Match-Mail-Number.
           MOVE "N" TO WS-CNUM-FOUND-SW
           IF MhCustomerNumber IS NUMERIC
             MOVE MhCustomerNumber TO WS-MATCH-NUMBER
             PERFORM Match-Customer-Number
           END-IF.

       Match-Customer-Number.
           MOVE WS-MATCH-NUMBER TO WS-RESOLVE-NUMBER
           PERFORM Resolve-Retired-Number
           PERFORM VARYING WS-CNUM-IDX FROM 1 BY 1
               UNTIL WS-CNUM-IDX > WS-CNUM-COUNT
                  OR Number-In-Subject-Set
             IF WS-SUBJ-CNUM(WS-CNUM-IDX) = WS-RESOLVE-NUMBER
                OR WS-SUBJ-CNUM(WS-CNUM-IDX) = WS-MATCH-NUMBER
               MOVE "Y" TO WS-CNUM-FOUND-SW
             END-IF
           END-PERFORM.

       Search-Mail-History.
           MOVE "MAIL HISTORY (mail-history.dat)" TO SrcDescription
           PERFORM Start-Source-Section
           PERFORM Load-Number-Xref
           OPEN INPUT MAIL-HISTORY
           IF WS-MAILHIST-STATUS = "35"
             PERFORM Write-File-Missing
           ELSE
             IF Subject-Name-Known
               WRITE REPORT-LINE FROM MAIL-HEADING
               MOVE "N" TO MAILHIST-EOF-SW
               READ MAIL-HISTORY
                 AT END MOVE "Y" TO MAILHIST-EOF-SW
               END-READ
               PERFORM UNTIL End-Of-Mailhist-File
                 PERFORM Match-Mail-Number
                 IF (MhCustomerName = WS-SUBJ-NAME
                     AND MhBirthDate = WS-SUBJ-BDATE)
                    OR Number-In-Subject-Set
                   ADD 1 TO WS-FILE-COUNT
                   MOVE MhCustomerName TO MlName
                   MOVE MhBirthDate TO MlBirthDate
                   MOVE MhCampaign TO MlCampaign
                   MOVE MhMailDate TO MlMailDate
                   MOVE MhCustomerNumber TO MlCustomerNumber
                   MOVE MhSegment TO MlSegment
                   WRITE REPORT-LINE FROM MAIL-LINE
                 END-IF
                 READ MAIL-HISTORY
                   AT END MOVE "Y" TO MAILHIST-EOF-SW
                 END-READ
               END-PERFORM
             END-IF
             CLOSE MAIL-HISTORY
           END-IF
           PERFORM End-Source-Section.

      *Every booking under one of the subject's EmployeeIDs,
      *whatever the kind of absence.
       Search-Absence-File.
           MOVE "ABSENCE BOOKINGS (absence.dat)" TO SrcDescription
           PERFORM Start-Source-Section
           OPEN INPUT ABSENCE-FILE
           IF WS-ABSENCE-STATUS = "35"
             PERFORM Write-File-Missing
           ELSE
             WRITE REPORT-LINE FROM ABSENCE-HEADING
             MOVE "N" TO ABSENCE-EOF-SW
             READ ABSENCE-FILE
               AT END MOVE "Y" TO ABSENCE-EOF-SW
             END-READ
             PERFORM UNTIL End-Of-Absence-File
               MOVE "N" TO WS-ID-FOUND-SW
               IF AbsEmployeeID IS NUMERIC
                 MOVE AbsEmployeeID TO WS-CHECK-ID
                 PERFORM Find-Subject-Id
               END-IF
               IF Id-In-Subject-Set
                 ADD 1 TO WS-FILE-COUNT
                 MOVE AbsEmployeeID TO AblEmployeeID
                 MOVE AbsType TO AblType
                 MOVE AbsFromDate TO AblFromDate
                 MOVE AbsToDate TO AblToDate
                 MOVE AbsDays TO AblDays
                 MOVE AbsBookedDate TO AblBookedDate
                 WRITE REPORT-LINE FROM ABSENCE-LINE
               END-IF
               READ ABSENCE-FILE
                 AT END MOVE "Y" TO ABSENCE-EOF-SW
               END-READ
             END-PERFORM
             CLOSE ABSENCE-FILE
           END-IF
           PERFORM End-Source-Section.

       Search-Entitlement-File.
           MOVE "LEAVE ENTITLEMENTS (leave-entitlement.dat)"
             TO SrcDescription
           PERFORM Start-Source-Section
           OPEN INPUT ENTITLEMENT-FILE
           IF WS-ENTITLE-STATUS = "35"
             PERFORM Write-File-Missing
           ELSE
             WRITE REPORT-LINE FROM ENTITLE-HEADING
             MOVE "N" TO ENTITLE-EOF-SW
             READ ENTITLEMENT-FILE
               AT END MOVE "Y" TO ENTITLE-EOF-SW
             END-READ
             PERFORM UNTIL End-Of-Entitle-File
               MOVE "N" TO WS-ID-FOUND-SW
               IF LeEmployeeID IS NUMERIC
                 MOVE LeEmployeeID TO WS-CHECK-ID
                 PERFORM Find-Subject-Id
               END-IF
               IF Id-In-Subject-Set
                 ADD 1 TO WS-FILE-COUNT
                 MOVE LeEmployeeID TO EnlEmployeeID
                 MOVE LeYear TO EnlYear
                 MOVE LeDays TO EnlDays
                 MOVE LeServiceYears TO EnlServiceYears
                 MOVE LeGrantedDate TO EnlGrantedDate
                 WRITE REPORT-LINE FROM ENTITLE-LINE
               END-IF
               READ ENTITLEMENT-FILE
                 AT END MOVE "Y" TO ENTITLE-EOF-SW
               END-READ
             END-PERFORM
             CLOSE ENTITLEMENT-FILE
           END-IF
           PERFORM End-Source-Section.

      *The selection carries a copy of the customer's name and
      *address as they stood when the campaign was selected, so
      *the whole record is disclosed under its campaign.
       Search-Campaign-Selection.
           MOVE "CAMPAIGN SELECTION (campaign-selection.dat)"
             TO SrcDescription
           PERFORM Start-Source-Section
           OPEN INPUT SELECTION-FILE
           IF WS-SELECTION-STATUS = "35"
             PERFORM Write-File-Missing
           ELSE
             IF WS-CNUM-COUNT > 0
               WRITE REPORT-LINE FROM PERSON-HEADING
               MOVE "N" TO SELECTION-EOF-SW
               READ SELECTION-FILE
                 AT END MOVE "Y" TO SELECTION-EOF-SW
               END-READ
               PERFORM UNTIL End-Of-Selection-File
                 MOVE "N" TO WS-CNUM-FOUND-SW
                 IF SelCustomerNumber IS NUMERIC
                   MOVE SelCustomerNumber TO WS-MATCH-NUMBER
                   PERFORM Match-Customer-Number
                 END-IF
                 IF Number-In-Subject-Set
                   PERFORM Write-Selection-Entry
                 END-IF
                 READ SELECTION-FILE
                   AT END MOVE "Y" TO SELECTION-EOF-SW
                 END-READ
               END-PERFORM
             END-IF
             CLOSE SELECTION-FILE
           END-IF
           PERFORM End-Source-Section.

       Write-Selection-Entry.
           ADD 1 TO WS-FILE-COUNT
           MOVE CsCampaign TO SllCampaign
           MOVE CsSegment TO SllSegment
           WRITE REPORT-LINE FROM SELECTION-LINE
           MOVE SPACES TO PERSON-LINE
           MOVE "SELECT" TO PrsTag
           MOVE SelCustomerNumber TO PrsIdentifier
           MOVE SelCustomerName TO PrsName
           MOVE SelBirthDate TO PrsBirthDate
           MOVE SelLanguage TO PrsLanguage
           MOVE SelStreet TO PrsStreet
           MOVE SelCity TO PrsCity
           MOVE SelPostalCode TO PrsPostalCode
           MOVE SelCountry TO PrsCountry
           MOVE SelMailOptOut TO PrsOptOut
           WRITE REPORT-LINE FROM PERSON-LINE.

       Search-Campaign-Responses.
           MOVE "CAMPAIGN RESPONSES (campaign-responses.dat)"
             TO SrcDescription
           PERFORM Start-Source-Section
           OPEN INPUT RESPONSE-FILE
           IF WS-RESPONSE-STATUS = "35"
             PERFORM Write-File-Missing
           ELSE
             IF WS-CNUM-COUNT > 0
               WRITE REPORT-LINE FROM RESPONSE-HEADING
               MOVE "N" TO RESPONSE-EOF-SW
               READ RESPONSE-FILE
                 AT END MOVE "Y" TO RESPONSE-EOF-SW
               END-READ
               PERFORM UNTIL End-Of-Response-File
                 MOVE "N" TO WS-CNUM-FOUND-SW
                 IF CrCustomerNumber IS NUMERIC
                   MOVE CrCustomerNumber TO WS-MATCH-NUMBER
                   PERFORM Match-Customer-Number
                 END-IF
                 IF Number-In-Subject-Set
                   ADD 1 TO WS-FILE-COUNT
                   MOVE CrCampaign TO RslCampaign
                   MOVE CrCustomerNumber TO RslCustomerNumber
                   MOVE CrResponseDate TO RslResponseDate
                   MOVE CrChannel TO RslChannel
                   WRITE REPORT-LINE FROM RESPONSE-LINE
                 END-IF
                 READ RESPONSE-FILE
                   AT END MOVE "Y" TO RESPONSE-EOF-SW
                 END-READ
               END-PERFORM
             END-IF
             CLOSE RESPONSE-FILE
           END-IF
           PERFORM End-Source-Section.

      *The letters carry no birthdate, so they are matched on the
      *addressee name of the TO: line; each matching letter is
      *copied whole, up to the rule line that starts the next one.
       Search-Birthday-Letters.
           MOVE "BIRTHDAY LETTERS (birthday-letters.txt) - BY NAME"
             TO SrcDescription
           PERFORM Start-Source-Section
           OPEN INPUT LETTER-FILE
           IF WS-LETTER-STATUS = "35"
             PERFORM Write-File-Missing
           ELSE
             IF Subject-Name-Known
               MOVE "N" TO WS-IN-LETTER-SW
               MOVE "N" TO LETTER-EOF-SW
               READ LETTER-FILE
                 AT END MOVE "Y" TO LETTER-EOF-SW
               END-READ
               PERFORM UNTIL End-Of-Letter-File
                 IF LETTER-LINE(1:4) = "TO: "
                   IF LETTER-LINE(5:20) = WS-SUBJ-NAME
                      AND LETTER-LINE(25:56) = SPACES
                     MOVE "Y" TO WS-IN-LETTER-SW
                     ADD 1 TO WS-FILE-COUNT
                   ELSE
                     MOVE "N" TO WS-IN-LETTER-SW
                   END-IF
                 END-IF
                 IF LETTER-LINE(1:10) = ALL "="
                   MOVE "N" TO WS-IN-LETTER-SW
                 END-IF
                 IF In-Subject-Letter
                   MOVE SPACES TO REPORT-LINE
                   MOVE LETTER-LINE TO REPORT-LINE(8:80)
                   WRITE REPORT-LINE
                 END-IF
                 READ LETTER-FILE
                   AT END MOVE "Y" TO LETTER-EOF-SW
                 END-READ
               END-PERFORM
             END-IF
             CLOSE LETTER-FILE
           END-IF
           PERFORM End-Source-Section.
