       IDENTIFICATION DIVISION.
       PROGRAM-ID. RateMaint.
      *Maintain the daily exchange-rate file - one rate per foreign
      *currency per day, as home-currency units for one unit of the
      *foreign currency, so the branch sections of an amounts feed
      *sent in a foreign currency can be converted at the rate for
      *the feed's file date. Add a rate, change one, delete one,
      *and list the file. Every entry is proved as it is keyed: a
      *currency code that is not blank and not the home currency, a
      *real rate date, and a rate greater than zero. Every applied
      *change is printed on a maintenance register with before and
      *after images. Refused while the batch run-lock is held, so a
      *rate cannot change under the nightly posting.
       AUTHOR. Nils Müller.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-FILE ASSIGN TO "exchange-rates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.
           SELECT MAINT-REGISTER
               ASSIGN TO "rate-maint-register.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD RATE-FILE.
       01 RATE-RECORD.
           COPY "exchange_rate".

       FD MAINT-REGISTER.
       01 REGISTER-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-RATE-STATUS PIC XX.
       01 RATE-EOF-SW PIC X VALUE "N".
         88 End-Of-Rate-File VALUE "Y".

       01 WS-ACTION PIC X VALUE SPACE.
         88 Add-Action VALUE "A" "a".
         88 Change-Action VALUE "C" "c".
         88 Delete-Action VALUE "D" "d".
         88 List-Action VALUE "L" "l".
         88 End-Action VALUE "E" "e".

      *The whole file is held while it is maintained; a deleted
      *rate is flagged and dropped when the file is rewritten.
       01 WS-RATE-LIMIT PIC 9(4) VALUE 3000.
       01 WS-RATE-COUNT PIC 9(4) VALUE 0.
       01 WS-RATE-TABLE.
         02 WS-RATE-ENTRY OCCURS 3000 TIMES.
           03 WS-XR-DELETED PIC X.
           03 WS-XR-IMAGE PIC X(24).
       01 WS-RATE-IDX PIC 9(4).
       01 WS-FOUND-IDX PIC 9(4).
       01 WS-FOUND-SW PIC X.
         88 Rate-Found VALUE "Y".
       01 WS-CHANGED-SW PIC X VALUE "N".
         88 Table-Changed VALUE "Y".
       01 WS-OVERFLOW-SW PIC X VALUE "N".
         88 Rate-Table-Overflow VALUE "Y".

      *One rate being keyed or shown.
       01 WS-RATE-WORK.
           COPY "exchange_rate".

      *Feeds in the home currency are never converted, so no rate
      *may be kept for it.
       01 WS-HOME-CURRENCY PIC X(3) VALUE "EUR".

       01 WS-CURRENCY-IN PIC X(3).
       01 WS-RATE-DATE-IN PIC 9(8).
       01 WS-RATE-IN PIC 9(5)V9(6).
       01 WS-RATE-DISP PIC ZZZZ9.999999.
       01 WS-ENTRY-OK-SW PIC X.
         88 Entry-Is-Valid VALUE "Y".

      *Date validation work fields.
       01 WS-DATE-IN PIC X(8).
       01 WS-DATE-WORK PIC 9(8).
       01 WS-DATE-PARTS REDEFINES WS-DATE-WORK.
         02 WS-WORK-YEAR PIC 9(4).
         02 WS-WORK-MONTH PIC 99.
         02 WS-WORK-DAY PIC 99.
       01 WS-FIELD-OK-SW PIC X.
         88 Field-Is-Valid VALUE "Y".
       01 MONTH-DAYS-TABLE VALUE "312831303130313130313031".
         02 MONTH-DAYS-ENTRY PIC 99 OCCURS 12 TIMES.
       01 WS-MAX-DAY PIC 99.
       01 WS-IS-LEAP-SW PIC X VALUE "N".
         88 Is-Leap-Year VALUE "Y".

       01 WS-RUN-DATE PIC 9(8).
       01 WS-BEFORE-IMAGE PIC X(24).
       01 WS-AFTER-IMAGE PIC X(24).
       01 WS-REGISTER-ACTION PIC X(10).
       01 WS-APPLIED-COUNT PIC 9(5) VALUE 0.

      *Run-lock query - the file may not change under a nightly
      *run that is converting feeds with it.
       01 WS-LOCK-ACTION PIC X.
       01 WS-LOCK-HELD PIC X.

      *The finished register is handed to the print spool for
      *operator release instead of being hunted down by file name.
       01 WS-SPOOL-PROGRAM PIC X(20) VALUE "RateMaint".
       01 WS-SPOOL-REPORT PIC X(30)
          VALUE "rate-maint-register.txt".
       01 WS-SAVED-RC PIC 9(4).

       PROCEDURE DIVISION.
       Main.
           MOVE "Q" TO WS-LOCK-ACTION
           CALL "RunLock" USING WS-LOCK-ACTION WS-LOCK-HELD
           IF WS-LOCK-HELD = "Y"
             DISPLAY "Batch run-lock is held - the nightly run is "
               "in progress. Maintenance refused."
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM Load-Rate-Table
      *A file bigger than the table must never be rewritten from
      *it - rates past the limit would be silently lost.
           IF Rate-Table-Overflow
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           OPEN OUTPUT MAINT-REGISTER
           PERFORM Write-Register-Heading
           PERFORM Get-Maint-Action
           PERFORM UNTIL End-Action
             EVALUATE TRUE
               WHEN Add-Action
                 PERFORM Add-Rate
               WHEN Change-Action
                 PERFORM Change-Rate
               WHEN Delete-Action
                 PERFORM Delete-Rate
               WHEN List-Action
                 PERFORM List-Rates
               WHEN OTHER
                 DISPLAY "Enter A, C, D, L, or E."
             END-EVALUATE
             PERFORM Get-Maint-Action
           END-PERFORM
           PERFORM Write-Register-Totals
           CLOSE MAINT-REGISTER
           PERFORM Spool-Finished-Report
           IF Table-Changed
             PERFORM Rewrite-Rate-File
             DISPLAY "Exchange-rate file rewritten."
           END-IF
           GOBACK.

       Get-Maint-Action.
           DISPLAY "Action - (A)dd, (C)hange, (D)elete, (L)ist, "
             "or (E)nd: "
           ACCEPT WS-ACTION.

       Load-Rate-Table.
           MOVE 0 TO WS-RATE-COUNT
           OPEN INPUT RATE-FILE
           IF WS-RATE-STATUS = "35"
             DISPLAY "Exchange-rate file not found - starting empty."
           ELSE
             MOVE "N" TO RATE-EOF-SW
             READ RATE-FILE
               AT END MOVE "Y" TO RATE-EOF-SW
             END-READ
             PERFORM UNTIL End-Of-Rate-File
                OR WS-RATE-COUNT >= WS-RATE-LIMIT
               ADD 1 TO WS-RATE-COUNT
               MOVE SPACE TO WS-XR-DELETED(WS-RATE-COUNT)
               MOVE RATE-RECORD TO WS-XR-IMAGE(WS-RATE-COUNT)
               READ RATE-FILE
                 AT END MOVE "Y" TO RATE-EOF-SW
               END-READ
             END-PERFORM
             IF NOT End-Of-Rate-File
               MOVE "Y" TO WS-OVERFLOW-SW
               DISPLAY "Exchange-rate file holds more than ",
                 WS-RATE-LIMIT, " records - maintenance abandoned."
             END-IF
             CLOSE RATE-FILE
           END-IF.

      *A rate is identified by its currency and rate date.
       Accept-Rate-Key.
           MOVE "N" TO WS-ENTRY-OK-SW
           DISPLAY "Currency code (3 characters): "
           ACCEPT WS-CURRENCY-IN
           IF WS-CURRENCY-IN = SPACES
             DISPLAY "Currency code may not be blank."
           ELSE
             IF WS-CURRENCY-IN = WS-HOME-CURRENCY
               DISPLAY "No rate is kept for the home currency "
                 WS-HOME-CURRENCY, "."
             ELSE
               DISPLAY "Rate date (YYYYMMDD): "
               ACCEPT WS-DATE-IN
               PERFORM Validate-Date-Work
               IF Field-Is-Valid
                 MOVE WS-DATE-WORK TO WS-RATE-DATE-IN
                 MOVE "Y" TO WS-ENTRY-OK-SW
                 PERFORM Find-Rate
               END-IF
             END-IF
           END-IF.

       Find-Rate.
           MOVE "N" TO WS-FOUND-SW
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
               UNTIL WS-RATE-IDX > WS-RATE-COUNT OR Rate-Found
             MOVE WS-XR-IMAGE(WS-RATE-IDX) TO WS-RATE-WORK
             IF XrCurrency OF WS-RATE-WORK = WS-CURRENCY-IN
                AND XrRateDate OF WS-RATE-WORK = WS-RATE-DATE-IN
                AND WS-XR-DELETED(WS-RATE-IDX) = SPACE
               MOVE "Y" TO WS-FOUND-SW
               MOVE WS-RATE-IDX TO WS-FOUND-IDX
             END-IF
           END-PERFORM.

       Accept-Rate-Value.
           MOVE "N" TO WS-ENTRY-OK-SW
           DISPLAY "Rate - home units per foreign unit "
             "(e.g. 1.083250): "
           ACCEPT WS-RATE-IN
           IF WS-RATE-IN = 0
             DISPLAY "Rate must be greater than zero."
           ELSE
             MOVE "Y" TO WS-ENTRY-OK-SW
           END-IF.

       Validate-Date-Work.
           MOVE "N" TO WS-FIELD-OK-SW
           IF WS-DATE-IN IS NOT NUMERIC
             DISPLAY "Date must be eight digits."
           ELSE
             MOVE WS-DATE-IN TO WS-DATE-WORK
             IF WS-WORK-MONTH < 1 OR WS-WORK-MONTH > 12
               DISPLAY "Invalid month - must be 01 through 12."
             ELSE
               PERFORM Check-Leap-Year
               MOVE MONTH-DAYS-ENTRY(WS-WORK-MONTH) TO WS-MAX-DAY
               IF WS-WORK-MONTH = 02 AND Is-Leap-Year
                 ADD 1 TO WS-MAX-DAY
               END-IF
               IF WS-WORK-DAY < 1 OR WS-WORK-DAY > WS-MAX-DAY
                 DISPLAY "Invalid day for that month/year."
               ELSE
                 MOVE "Y" TO WS-FIELD-OK-SW
               END-IF
             END-IF
           END-IF.

       Check-Leap-Year.
           IF FUNCTION MOD(WS-WORK-YEAR, 400) = 0
             MOVE "Y" TO WS-IS-LEAP-SW
           ELSE
             IF FUNCTION MOD(WS-WORK-YEAR, 4) = 0
                AND FUNCTION MOD(WS-WORK-YEAR, 100) NOT = 0
               MOVE "Y" TO WS-IS-LEAP-SW
             ELSE
               MOVE "N" TO WS-IS-LEAP-SW
             END-IF
           END-IF.

       List-Rates.
           DISPLAY "CUR DATE             RATE"
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
               UNTIL WS-RATE-IDX > WS-RATE-COUNT
             IF WS-XR-DELETED(WS-RATE-IDX) = SPACE
               MOVE WS-XR-IMAGE(WS-RATE-IDX) TO WS-RATE-WORK
               MOVE XrRate OF WS-RATE-WORK TO WS-RATE-DISP
               DISPLAY XrCurrency OF WS-RATE-WORK, " ",
                 XrRateDate OF WS-RATE-WORK, " ",
                 WS-RATE-DISP
             END-IF
           END-PERFORM.

       Add-Rate.
           PERFORM Accept-Rate-Key
           IF Entry-Is-Valid
             IF Rate-Found
               DISPLAY "A rate for that currency and date already "
                 "exists - use Change."
             ELSE
               IF WS-RATE-COUNT >= WS-RATE-LIMIT
                 DISPLAY "Exchange-rate table full."
               ELSE
                 PERFORM Accept-Rate-Value
                 IF Entry-Is-Valid
                   ADD 1 TO WS-RATE-COUNT
                   MOVE WS-RATE-COUNT TO WS-FOUND-IDX
                   MOVE SPACE TO WS-XR-DELETED(WS-FOUND-IDX)
                   PERFORM Store-Rate-Fields
                   MOVE "(NEW RATE)" TO WS-BEFORE-IMAGE
                   MOVE WS-XR-IMAGE(WS-FOUND-IDX) TO WS-AFTER-IMAGE
                   MOVE "ADD" TO WS-REGISTER-ACTION
                   PERFORM Write-Register-Applied
                   DISPLAY "Exchange rate added."
                 END-IF
               END-IF
             END-IF
           END-IF.

       Change-Rate.
           PERFORM Accept-Rate-Key
           IF Entry-Is-Valid
             IF NOT Rate-Found
               DISPLAY "No rate for that currency and date."
             ELSE
               DISPLAY "Current: ", WS-XR-IMAGE(WS-FOUND-IDX)
               PERFORM Accept-Rate-Value
               IF Entry-Is-Valid
                 MOVE WS-XR-IMAGE(WS-FOUND-IDX) TO WS-BEFORE-IMAGE
                 PERFORM Store-Rate-Fields
                 MOVE WS-XR-IMAGE(WS-FOUND-IDX) TO WS-AFTER-IMAGE
                 MOVE "CHANGE" TO WS-REGISTER-ACTION
                 PERFORM Write-Register-Applied
                 DISPLAY "Exchange rate changed."
               END-IF
             END-IF
           END-IF.

      *Feeds already posted keep the amounts they were converted
      *at - deleting a rate only stops later feeds using it.
       Delete-Rate.
           PERFORM Accept-Rate-Key
           IF Entry-Is-Valid
             IF NOT Rate-Found
               DISPLAY "No rate for that currency and date."
             ELSE
               MOVE WS-XR-IMAGE(WS-FOUND-IDX) TO WS-BEFORE-IMAGE
               MOVE "D" TO WS-XR-DELETED(WS-FOUND-IDX)
               MOVE "(DELETED)" TO WS-AFTER-IMAGE
               MOVE "DELETE" TO WS-REGISTER-ACTION
               PERFORM Write-Register-Applied
               MOVE "Y" TO WS-CHANGED-SW
               DISPLAY "Exchange rate deleted."
             END-IF
           END-IF.

       Store-Rate-Fields.
           MOVE SPACES TO WS-RATE-WORK
           MOVE WS-CURRENCY-IN TO XrCurrency OF WS-RATE-WORK
           MOVE WS-RATE-DATE-IN TO XrRateDate OF WS-RATE-WORK
           MOVE WS-RATE-IN TO XrRate OF WS-RATE-WORK
           MOVE WS-RATE-WORK TO WS-XR-IMAGE(WS-FOUND-IDX)
           MOVE "Y" TO WS-CHANGED-SW.

       Rewrite-Rate-File.
           OPEN OUTPUT RATE-FILE
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
               UNTIL WS-RATE-IDX > WS-RATE-COUNT
             IF WS-XR-DELETED(WS-RATE-IDX) = SPACE
               MOVE WS-XR-IMAGE(WS-RATE-IDX) TO RATE-RECORD
               WRITE RATE-RECORD
             END-IF
           END-PERFORM
           CLOSE RATE-FILE.

       Write-Register-Heading.
           MOVE SPACES TO REGISTER-LINE
           STRING "EXCHANGE RATE MAINTENANCE REGISTER - RUN DATE "
             DELIMITED BY SIZE
             WS-RUN-DATE DELIMITED BY SIZE
             INTO REGISTER-LINE
           END-STRING
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE.

       Write-Register-Applied.
           ADD 1 TO WS-APPLIED-COUNT
           MOVE SPACES TO REGISTER-LINE
           STRING WS-REGISTER-ACTION DELIMITED BY SIZE
             " CURRENCY " DELIMITED BY SIZE
             WS-CURRENCY-IN DELIMITED BY SIZE
             " RATE DATE " DELIMITED BY SIZE
             WS-RATE-DATE-IN DELIMITED BY SIZE
             INTO REGISTER-LINE
           END-STRING
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           STRING "  BEFORE: " DELIMITED BY SIZE
             WS-BEFORE-IMAGE DELIMITED BY SIZE
             INTO REGISTER-LINE
           END-STRING
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           STRING "  AFTER : " DELIMITED BY SIZE
             WS-AFTER-IMAGE DELIMITED BY SIZE
             INTO REGISTER-LINE
           END-STRING
           WRITE REGISTER-LINE.

       Write-Register-Totals.
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           STRING "TOTALS: CHANGES APPLIED " DELIMITED BY SIZE
             WS-APPLIED-COUNT DELIMITED BY SIZE
             INTO REGISTER-LINE
           END-STRING
           WRITE REGISTER-LINE.

      *A CALL leaves the callee's zero in RETURN-CODE, so the
      *caller's return code is saved across the spool hand-over.
       Spool-Finished-Report.
           MOVE RETURN-CODE TO WS-SAVED-RC
           CALL "SpoolReport" USING WS-SPOOL-PROGRAM WS-SPOOL-REPORT
             WS-RUN-DATE
           MOVE WS-SAVED-RC TO RETURN-CODE.
