       IDENTIFICATION DIVISION.
       PROGRAM-ID. ExchangeRate.
      *Find the exchange rate for one currency on one date on behalf
      *of the posting programs, so a branch section of the amounts
      *feed sent in a foreign currency is converted at the rate
      *kept by RateMaint for the feed's file date. A blank currency
      *or the home currency needs no conversion and comes back at a
      *rate of one. The found flag comes back Y when a rate was
      *found; a foreign currency with no rate for the date comes
      *back N with a rate of zero and must not be posted. The file
      *is read afresh on every call - it is called once per branch
      *section, not once per detail.
       AUTHOR. Nils Müller.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-FILE ASSIGN TO "exchange-rates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RATE-FILE.
       01 RATE-RECORD.
           COPY "exchange_rate".

       WORKING-STORAGE SECTION.
       01 WS-RATE-STATUS PIC XX.
       01 RATE-EOF-SW PIC X VALUE "N".
         88 End-Of-Rate-File VALUE "Y".

       01 WS-HOME-CURRENCY PIC X(3) VALUE "EUR".

       LINKAGE SECTION.
       01 LNK-CURRENCY PIC X(3).
       01 LNK-RATE-DATE PIC 9(8).
       01 LNK-RATE PIC 9(5)V9(6).
       01 LNK-FOUND PIC X.

       PROCEDURE DIVISION USING LNK-CURRENCY LNK-RATE-DATE LNK-RATE
           LNK-FOUND.
       Main.
           IF LNK-CURRENCY = SPACES OR LNK-CURRENCY = WS-HOME-CURRENCY
             MOVE 1 TO LNK-RATE
             MOVE "Y" TO LNK-FOUND
           ELSE
             MOVE 0 TO LNK-RATE
             MOVE "N" TO LNK-FOUND
             PERFORM Find-Rate
           END-IF
           GOBACK.

       Find-Rate.
           OPEN INPUT RATE-FILE
           IF WS-RATE-STATUS = "35"
             CONTINUE
           ELSE
             MOVE "N" TO RATE-EOF-SW
             READ RATE-FILE
               AT END MOVE "Y" TO RATE-EOF-SW
             END-READ
             PERFORM UNTIL End-Of-Rate-File OR LNK-FOUND = "Y"
               IF XrCurrency = LNK-CURRENCY
                  AND XrRateDate = LNK-RATE-DATE
                  AND XrRate > 0
                 MOVE XrRate TO LNK-RATE
                 MOVE "Y" TO LNK-FOUND
               END-IF
               READ RATE-FILE
                 AT END MOVE "Y" TO RATE-EOF-SW
               END-READ
             END-PERFORM
             CLOSE RATE-FILE
           END-IF.
