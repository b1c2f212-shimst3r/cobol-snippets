       IDENTIFICATION DIVISION.
       PROGRAM-ID. RotaMaint.
      *Maintain the on-call rota - add, delete, and list the
      *periods an operator is on call as primary (P) or backup (B),
      *with the contact number the paging gateway calls. Dates and
      *times are validated on entry and a period must end after it
      *starts, so a mistyped rota line cannot leave a night with
      *nobody to page. An added period overlapping another of the
      *same role is accepted with a warning - a swap is keyed that
      *way - but the earlier entry on the file is the one paged.
       AUTHOR. Nils Müller.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROTA-FILE ASSIGN TO "oncall-rota.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROTA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ROTA-FILE.
       01 ROTA-RECORD.
           COPY "oncall_rota".

       WORKING-STORAGE SECTION.
       01 WS-ROTA-STATUS PIC XX.
       01 ROTA-EOF-SW PIC X VALUE "N".
         88 End-Of-Rota-File VALUE "Y".

       01 WS-ACTION PIC X VALUE SPACE.
         88 Add-Action VALUE "A" "a".
         88 Delete-Action VALUE "D" "d".
         88 List-Action VALUE "L" "l".
         88 End-Action VALUE "E" "e".

       01 WS-ROTA-LIMIT PIC 9(3) VALUE 200.
       01 WS-ROTA-COUNT PIC 9(3) VALUE 0.
       01 WS-ROTA-TABLE.
         02 WS-ROTA-ENTRY OCCURS 200 TIMES.
           03 WS-RT-DELETED PIC X.
           03 WS-RT-ROLE PIC X.
           03 WS-RT-OPERATOR PIC X(8).
           03 WS-RT-FROM-STAMP PIC 9(12).
           03 WS-RT-TO-STAMP PIC 9(12).
           03 WS-RT-CONTACT PIC X(20).
       01 WS-ROTA-IDX PIC 9(3).
       01 WS-CHANGED-SW PIC X VALUE "N".
         88 Table-Changed VALUE "Y".
       01 WS-OVERFLOW-SW PIC X VALUE "N".
         88 Rota-Table-Overflow VALUE "Y".

       01 WS-NEW-ROLE PIC X.
       01 WS-NEW-OPERATOR PIC X(8).
       01 WS-NEW-CONTACT PIC X(20).
       01 WS-NEW-FROM-STAMP PIC 9(12).
       01 WS-NEW-TO-STAMP PIC 9(12).
       01 WS-STAMP-WORK PIC 9(12).
       01 WS-STAMP-PARTS REDEFINES WS-STAMP-WORK.
         02 WS-STAMP-DATE PIC 9(8).
         02 WS-STAMP-TIME PIC 9(4).

       01 WS-DATE-IN PIC X(8).
       01 WS-NEW-DATE PIC 9(8).
       01 WS-NEW-DATE-X REDEFINES WS-NEW-DATE.
         02 WS-NEW-YEAR PIC 9(4).
         02 WS-NEW-MONTH PIC 99.
         02 WS-NEW-DAY PIC 99.
       01 WS-TIME-IN PIC X(4).
       01 WS-NEW-TIME PIC 9(4).
       01 WS-NEW-TIME-X REDEFINES WS-NEW-TIME.
         02 WS-NEW-HOUR PIC 99.
         02 WS-NEW-MINUTE PIC 99.
       01 WS-DATE-OK-SW PIC X VALUE "N".
         88 Date-Is-Valid VALUE "Y".
       01 WS-ENTRY-OK-SW PIC X VALUE "N".
         88 Entry-Is-Valid VALUE "Y".

       01 MONTH-DAYS-TABLE VALUE "312831303130313130313031".
         02 MONTH-DAYS-ENTRY PIC 99 OCCURS 12 TIMES.
       01 WS-MAX-DAY PIC 99.
       01 WS-IS-LEAP-SW PIC X VALUE "N".
         88 Is-Leap-Year VALUE "Y".

       PROCEDURE DIVISION.
       Main.
           PERFORM Load-Rota-Table
      *A file bigger than the table must never be rewritten from
      *it - records past the limit would be silently lost.
           IF Rota-Table-Overflow
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM Get-Maint-Action
           PERFORM UNTIL End-Action
             EVALUATE TRUE
               WHEN Add-Action
                 PERFORM Add-Rota-Period
               WHEN Delete-Action
                 PERFORM Delete-Rota-Period
               WHEN List-Action
                 PERFORM List-Rota
               WHEN OTHER
                 DISPLAY "Enter A, D, L, or E."
             END-EVALUATE
             PERFORM Get-Maint-Action
           END-PERFORM
           IF Table-Changed
             PERFORM Rewrite-Rota-File
             DISPLAY "On-call rota rewritten."
           END-IF
           GOBACK.

       Get-Maint-Action.
           DISPLAY "Action - (A)dd, (D)elete, (L)ist, or (E)nd: "
           ACCEPT WS-ACTION.

       Load-Rota-Table.
           MOVE 0 TO WS-ROTA-COUNT
           OPEN INPUT ROTA-FILE
           IF WS-ROTA-STATUS = "35"
             DISPLAY "On-call rota not found - starting empty."
           ELSE
             MOVE "N" TO ROTA-EOF-SW
             READ ROTA-FILE
               AT END MOVE "Y" TO ROTA-EOF-SW
             END-READ
             PERFORM UNTIL End-Of-Rota-File
                OR WS-ROTA-COUNT >= WS-ROTA-LIMIT
               ADD 1 TO WS-ROTA-COUNT
               MOVE SPACE TO WS-RT-DELETED(WS-ROTA-COUNT)
               MOVE OrRole TO WS-RT-ROLE(WS-ROTA-COUNT)
               MOVE OrOperatorId TO WS-RT-OPERATOR(WS-ROTA-COUNT)
               MOVE OrFromDate TO WS-STAMP-DATE
               MOVE OrFromTime TO WS-STAMP-TIME
               MOVE WS-STAMP-WORK TO WS-RT-FROM-STAMP(WS-ROTA-COUNT)
               MOVE OrToDate TO WS-STAMP-DATE
               MOVE OrToTime TO WS-STAMP-TIME
               MOVE WS-STAMP-WORK TO WS-RT-TO-STAMP(WS-ROTA-COUNT)
               MOVE OrContact TO WS-RT-CONTACT(WS-ROTA-COUNT)
               READ ROTA-FILE
                 AT END MOVE "Y" TO ROTA-EOF-SW
               END-READ
             END-PERFORM
             IF NOT End-Of-Rota-File
               MOVE "Y" TO WS-OVERFLOW-SW
               DISPLAY "On-call rota holds more than ",
                 WS-ROTA-LIMIT, " records - maintenance "
                 "abandoned."
             END-IF
             CLOSE ROTA-FILE
           END-IF.

       List-Rota.
           DISPLAY "R OPERATOR FROM         TO           CONTACT"
           PERFORM VARYING WS-ROTA-IDX FROM 1 BY 1
               UNTIL WS-ROTA-IDX > WS-ROTA-COUNT
             IF WS-RT-DELETED(WS-ROTA-IDX) = SPACE
               DISPLAY WS-RT-ROLE(WS-ROTA-IDX), " ",
                 WS-RT-OPERATOR(WS-ROTA-IDX), " ",
                 WS-RT-FROM-STAMP(WS-ROTA-IDX), " ",
                 WS-RT-TO-STAMP(WS-ROTA-IDX), " ",
                 WS-RT-CONTACT(WS-ROTA-IDX)
             END-IF
           END-PERFORM.

       Add-Rota-Period.
           MOVE "N" TO WS-ENTRY-OK-SW
           DISPLAY "Role - (P)rimary or (B)ackup: "
           ACCEPT WS-NEW-ROLE
           IF WS-NEW-ROLE NOT = "P" AND WS-NEW-ROLE NOT = "B"
             DISPLAY "Role must be P or B."
           ELSE
             DISPLAY "Operator ID: "
             ACCEPT WS-NEW-OPERATOR
             DISPLAY "Contact number: "
             ACCEPT WS-NEW-CONTACT
             IF WS-NEW-OPERATOR = SPACES OR WS-NEW-CONTACT = SPACES
               DISPLAY "Operator and contact may not be blank."
             ELSE
               PERFORM Accept-Period
             END-IF
           END-IF
           IF Entry-Is-Valid
             IF WS-ROTA-COUNT >= WS-ROTA-LIMIT
               DISPLAY "Rota table full - delete old periods first."
             ELSE
               PERFORM Warn-Overlap
               ADD 1 TO WS-ROTA-COUNT
               MOVE SPACE TO WS-RT-DELETED(WS-ROTA-COUNT)
               MOVE WS-NEW-ROLE TO WS-RT-ROLE(WS-ROTA-COUNT)
               MOVE WS-NEW-OPERATOR TO WS-RT-OPERATOR(WS-ROTA-COUNT)
               MOVE WS-NEW-FROM-STAMP
                 TO WS-RT-FROM-STAMP(WS-ROTA-COUNT)
               MOVE WS-NEW-TO-STAMP TO WS-RT-TO-STAMP(WS-ROTA-COUNT)
               MOVE WS-NEW-CONTACT TO WS-RT-CONTACT(WS-ROTA-COUNT)
               MOVE "Y" TO WS-CHANGED-SW
               DISPLAY "Rota period added."
             END-IF
           END-IF.

       Accept-Period.
           DISPLAY "On call from date (YYYYMMDD): "
           ACCEPT WS-DATE-IN
           DISPLAY "From time (HHMM): "
           ACCEPT WS-TIME-IN
           PERFORM Validate-Date-Time
           IF Date-Is-Valid
             MOVE WS-NEW-DATE TO WS-STAMP-DATE
             MOVE WS-NEW-TIME TO WS-STAMP-TIME
             MOVE WS-STAMP-WORK TO WS-NEW-FROM-STAMP
             DISPLAY "On call to date (YYYYMMDD): "
             ACCEPT WS-DATE-IN
             DISPLAY "To time (HHMM): "
             ACCEPT WS-TIME-IN
             PERFORM Validate-Date-Time
             IF Date-Is-Valid
               MOVE WS-NEW-DATE TO WS-STAMP-DATE
               MOVE WS-NEW-TIME TO WS-STAMP-TIME
               MOVE WS-STAMP-WORK TO WS-NEW-TO-STAMP
               IF WS-NEW-TO-STAMP <= WS-NEW-FROM-STAMP
                 DISPLAY "The period must end after it starts."
               ELSE
                 MOVE "Y" TO WS-ENTRY-OK-SW
               END-IF
             END-IF
           END-IF.

       Warn-Overlap.
           PERFORM VARYING WS-ROTA-IDX FROM 1 BY 1
               UNTIL WS-ROTA-IDX > WS-ROTA-COUNT
             IF WS-RT-DELETED(WS-ROTA-IDX) = SPACE
                AND WS-RT-ROLE(WS-ROTA-IDX) = WS-NEW-ROLE
                AND WS-RT-FROM-STAMP(WS-ROTA-IDX) < WS-NEW-TO-STAMP
                AND WS-RT-TO-STAMP(WS-ROTA-IDX) > WS-NEW-FROM-STAMP
               DISPLAY "Warning - overlaps the period of ",
                 WS-RT-OPERATOR(WS-ROTA-IDX), " from ",
                 WS-RT-FROM-STAMP(WS-ROTA-IDX)
             END-IF
           END-PERFORM.

       Delete-Rota-Period.
           DISPLAY "Role of the period to delete (P/B): "
           ACCEPT WS-NEW-ROLE
           DISPLAY "Its from date (YYYYMMDD): "
           ACCEPT WS-DATE-IN
           DISPLAY "Its from time (HHMM): "
           ACCEPT WS-TIME-IN
           PERFORM Validate-Date-Time
           IF Date-Is-Valid
             MOVE WS-NEW-DATE TO WS-STAMP-DATE
             MOVE WS-NEW-TIME TO WS-STAMP-TIME
             PERFORM VARYING WS-ROTA-IDX FROM 1 BY 1
                 UNTIL WS-ROTA-IDX > WS-ROTA-COUNT
               IF WS-RT-DELETED(WS-ROTA-IDX) = SPACE
                  AND WS-RT-ROLE(WS-ROTA-IDX) = WS-NEW-ROLE
                  AND WS-RT-FROM-STAMP(WS-ROTA-IDX) = WS-STAMP-WORK
                 MOVE "D" TO WS-RT-DELETED(WS-ROTA-IDX)
                 MOVE "Y" TO WS-CHANGED-SW
                 DISPLAY "Deleted: ", WS-RT-OPERATOR(WS-ROTA-IDX)
               END-IF
             END-PERFORM
           END-IF.

       Validate-Date-Time.
           MOVE "N" TO WS-DATE-OK-SW
           IF WS-DATE-IN IS NOT NUMERIC
             DISPLAY "Date must be eight digits."
           ELSE
             MOVE WS-DATE-IN TO WS-NEW-DATE
             IF WS-NEW-MONTH < 1 OR WS-NEW-MONTH > 12
               DISPLAY "Invalid month - must be 01 through 12."
             ELSE
               PERFORM Check-Leap-Year
               MOVE MONTH-DAYS-ENTRY(WS-NEW-MONTH) TO WS-MAX-DAY
               IF WS-NEW-MONTH = 02 AND Is-Leap-Year
                 ADD 1 TO WS-MAX-DAY
               END-IF
               IF WS-NEW-DAY < 1 OR WS-NEW-DAY > WS-MAX-DAY
                 DISPLAY "Invalid day for that month/year."
               ELSE
                 IF WS-TIME-IN IS NOT NUMERIC
                   DISPLAY "Time must be four digits, HHMM."
                 ELSE
                   MOVE WS-TIME-IN TO WS-NEW-TIME
                   IF WS-NEW-HOUR > 23 OR WS-NEW-MINUTE > 59
                     DISPLAY "Invalid time - 0000 through 2359."
                   ELSE
                     MOVE "Y" TO WS-DATE-OK-SW
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-IF.

       Check-Leap-Year.
           IF FUNCTION MOD(WS-NEW-YEAR, 400) = 0
             MOVE "Y" TO WS-IS-LEAP-SW
           ELSE
             IF FUNCTION MOD(WS-NEW-YEAR, 4) = 0
                AND FUNCTION MOD(WS-NEW-YEAR, 100) NOT = 0
               MOVE "Y" TO WS-IS-LEAP-SW
             ELSE
               MOVE "N" TO WS-IS-LEAP-SW
             END-IF
           END-IF.

       Rewrite-Rota-File.
           OPEN OUTPUT ROTA-FILE
           PERFORM VARYING WS-ROTA-IDX FROM 1 BY 1
               UNTIL WS-ROTA-IDX > WS-ROTA-COUNT
             IF WS-RT-DELETED(WS-ROTA-IDX) = SPACE
               MOVE SPACES TO ROTA-RECORD
               MOVE WS-RT-ROLE(WS-ROTA-IDX) TO OrRole
               MOVE WS-RT-OPERATOR(WS-ROTA-IDX) TO OrOperatorId
               MOVE WS-RT-FROM-STAMP(WS-ROTA-IDX) TO WS-STAMP-WORK
               MOVE WS-STAMP-DATE TO OrFromDate
               MOVE WS-STAMP-TIME TO OrFromTime
               MOVE WS-RT-TO-STAMP(WS-ROTA-IDX) TO WS-STAMP-WORK
               MOVE WS-STAMP-DATE TO OrToDate
               MOVE WS-STAMP-TIME TO OrToTime
               MOVE WS-RT-CONTACT(WS-ROTA-IDX) TO OrContact
               WRITE ROTA-RECORD
             END-IF
           END-PERFORM
           CLOSE ROTA-FILE.
