       IDENTIFICATION DIVISION.
       PROGRAM-ID. PostalCheck.
      *Check one address against the postal reference file and hand
      *back the reason it fails, or spaces when it passes. Labels
      *kept coming back because the postal code had the wrong shape
      *for the country or did not belong to the city, so the
      *maintenance programs warn as an address is keyed and the
      *address-quality report sweeps both masters with the same
      *rules. The reference is loaded into storage on the first call
      *and kept for the rest of the run; without a reference file
      *every address passes except one with no address at all.
       AUTHOR. Nils Müller.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSTAL-FILE ASSIGN TO "postal-reference.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD POSTAL-FILE.
       01 POSTAL-RECORD.
           COPY "postal_record".

       WORKING-STORAGE SECTION.
       01 WS-POSTAL-STATUS PIC XX.
       01 POSTAL-EOF-SW PIC X VALUE "N".
         88 End-Of-Postal-File VALUE "Y".

       01 WS-LOADED-SW PIC X VALUE "N".
         88 Reference-Loaded VALUE "Y".

       01 WS-FORMAT-LIMIT PIC 9(4) VALUE 200.
       01 WS-FORMAT-COUNT PIC 9(4) VALUE 0.
       01 WS-FORMAT-TABLE.
         02 WS-FORMAT-ENTRY OCCURS 200 TIMES
             INDEXED BY WS-FORMAT-IDX.
           03 WS-FMT-COUNTRY PIC X(12).
           03 WS-FMT-PATTERN PIC X(8).

       01 WS-CITY-LIMIT PIC 9(5) VALUE 5000.
       01 WS-CITY-COUNT PIC 9(5) VALUE 0.
       01 WS-CITY-TABLE.
         02 WS-CITY-ENTRY OCCURS 5000 TIMES
             INDEXED BY WS-CITY-IDX.
           03 WS-CTY-COUNTRY PIC X(12).
           03 WS-CTY-POSTAL-CODE PIC X(8).
           03 WS-CTY-CITY PIC X(15).

       01 WS-IGNORED-COUNT PIC 9(5) VALUE 0.

      *Address fields upper-cased once so the reference can be kept
      *in capitals whatever the case the address was keyed in.
       01 WS-CHK-COUNTRY PIC X(12).
       01 WS-CHK-POSTAL-CODE PIC X(8).
       01 WS-CHK-CITY PIC X(15).

       01 WS-COUNTRY-SW PIC X.
         88 Country-On-Reference VALUE "Y".
       01 WS-FORMAT-SW PIC X.
         88 Format-Matched VALUE "Y".
       01 WS-PATTERN-SW PIC X.
         88 Pattern-Fits VALUE "Y".
       01 WS-PAIR-SW PIC X.
         88 Postal-Code-Has-Pairs VALUE "Y".
       01 WS-CITY-SW PIC X.
         88 City-Matched VALUE "Y".

       01 WS-CHAR-POS PIC 99.
       01 WS-PATTERN-CHAR PIC X.
       01 WS-CODE-CHAR PIC X.
         88 Code-Char-Digit VALUE "0" THRU "9".
         88 Code-Char-Letter VALUE "A" THRU "Z".

       LINKAGE SECTION.
       01 LNK-ADDRESS.
         02 LNK-STREET PIC X(20).
         02 LNK-CITY PIC X(15).
         02 LNK-POSTAL-CODE PIC X(8).
         02 LNK-COUNTRY PIC X(12).
       01 LNK-RESULT PIC X(30).

       PROCEDURE DIVISION USING LNK-ADDRESS LNK-RESULT.
       Main.
           IF NOT Reference-Loaded
             PERFORM Load-Postal-Reference
           END-IF
           MOVE SPACES TO LNK-RESULT
           MOVE FUNCTION UPPER-CASE(LNK-COUNTRY) TO WS-CHK-COUNTRY
           MOVE FUNCTION UPPER-CASE(LNK-POSTAL-CODE)
             TO WS-CHK-POSTAL-CODE
           MOVE FUNCTION UPPER-CASE(LNK-CITY) TO WS-CHK-CITY
           EVALUATE TRUE
             WHEN LNK-ADDRESS = SPACES
               MOVE "NO ADDRESS" TO LNK-RESULT
             WHEN LNK-POSTAL-CODE = SPACES
               MOVE "POSTCODE MISSING" TO LNK-RESULT
             WHEN LNK-CITY = SPACES
               MOVE "CITY MISSING" TO LNK-RESULT
             WHEN LNK-COUNTRY = SPACES
               MOVE "COUNTRY MISSING" TO LNK-RESULT
             WHEN OTHER
               PERFORM Check-Postal-Format
               IF LNK-RESULT = SPACES
                 PERFORM Check-Postal-City
               END-IF
           END-EVALUATE
           GOBACK.

       Load-Postal-Reference.
           MOVE "Y" TO WS-LOADED-SW
           OPEN INPUT POSTAL-FILE
           IF WS-POSTAL-STATUS = "35"
             DISPLAY "Postal reference file not found - postal codes "
               "are not checked."
           ELSE
             MOVE "N" TO POSTAL-EOF-SW
             READ POSTAL-FILE
               AT END MOVE "Y" TO POSTAL-EOF-SW
             END-READ
             PERFORM UNTIL End-Of-Postal-File
               EVALUATE TRUE
                 WHEN Postal-Format-Entry
                      AND WS-FORMAT-COUNT < WS-FORMAT-LIMIT
                   ADD 1 TO WS-FORMAT-COUNT
                   MOVE FUNCTION UPPER-CASE(PrCountry)
                     TO WS-FMT-COUNTRY(WS-FORMAT-COUNT)
                   MOVE PrFormat TO WS-FMT-PATTERN(WS-FORMAT-COUNT)
                 WHEN Postal-City-Entry
                      AND WS-CITY-COUNT < WS-CITY-LIMIT
                   ADD 1 TO WS-CITY-COUNT
                   MOVE FUNCTION UPPER-CASE(PrCountry)
                     TO WS-CTY-COUNTRY(WS-CITY-COUNT)
                   MOVE FUNCTION UPPER-CASE(PrPostalCode)
                     TO WS-CTY-POSTAL-CODE(WS-CITY-COUNT)
                   MOVE FUNCTION UPPER-CASE(PrCity)
                     TO WS-CTY-CITY(WS-CITY-COUNT)
                 WHEN OTHER
                   ADD 1 TO WS-IGNORED-COUNT
               END-EVALUATE
               READ POSTAL-FILE
                 AT END MOVE "Y" TO POSTAL-EOF-SW
               END-READ
             END-PERFORM
             CLOSE POSTAL-FILE
             IF WS-IGNORED-COUNT > 0
               DISPLAY "Postal reference entries ignored (bad type "
                 "or table full): ", WS-IGNORED-COUNT
             END-IF
           END-IF.

      *A country with no format entries is unknown to the reference;
      *that is only reported when the reference holds formats at all,
      *so a city-pairs-only file does not fail every address.
       Check-Postal-Format.
           MOVE "N" TO WS-COUNTRY-SW
           MOVE "N" TO WS-FORMAT-SW
           PERFORM VARYING WS-FORMAT-IDX FROM 1 BY 1
               UNTIL WS-FORMAT-IDX > WS-FORMAT-COUNT
               OR Format-Matched
             IF WS-FMT-COUNTRY(WS-FORMAT-IDX) = WS-CHK-COUNTRY
               MOVE "Y" TO WS-COUNTRY-SW
               PERFORM Match-Format-Pattern
               IF Pattern-Fits
                 MOVE "Y" TO WS-FORMAT-SW
               END-IF
             END-IF
           END-PERFORM
           EVALUATE TRUE
             WHEN WS-FORMAT-COUNT = 0
               CONTINUE
             WHEN NOT Country-On-Reference
               MOVE "COUNTRY NOT ON REFERENCE" TO LNK-RESULT
             WHEN NOT Format-Matched
               MOVE "POSTCODE FORMAT WRONG FOR COUNTRY" TO LNK-RESULT
           END-EVALUATE.

      *Pattern 9 wants a digit, A a letter, a space the end of the
      *code (nothing may follow), any other character itself.
       Match-Format-Pattern.
           MOVE "Y" TO WS-PATTERN-SW
           PERFORM VARYING WS-CHAR-POS FROM 1 BY 1
               UNTIL WS-CHAR-POS > 8 OR NOT Pattern-Fits
             MOVE WS-FMT-PATTERN(WS-FORMAT-IDX)(WS-CHAR-POS:1)
               TO WS-PATTERN-CHAR
             MOVE WS-CHK-POSTAL-CODE(WS-CHAR-POS:1) TO WS-CODE-CHAR
             EVALUATE WS-PATTERN-CHAR
               WHEN "9"
                 IF NOT Code-Char-Digit
                   MOVE "N" TO WS-PATTERN-SW
                 END-IF
               WHEN "A"
                 IF NOT Code-Char-Letter
                   MOVE "N" TO WS-PATTERN-SW
                 END-IF
               WHEN OTHER
                 IF WS-CODE-CHAR NOT = WS-PATTERN-CHAR
                   MOVE "N" TO WS-PATTERN-SW
                 END-IF
             END-EVALUATE
           END-PERFORM.

      *Only postal codes with known cities on the reference are
      *checked; the city must be one of them.
       Check-Postal-City.
           MOVE "N" TO WS-PAIR-SW
           MOVE "N" TO WS-CITY-SW
           PERFORM VARYING WS-CITY-IDX FROM 1 BY 1
               UNTIL WS-CITY-IDX > WS-CITY-COUNT
               OR City-Matched
             IF WS-CTY-COUNTRY(WS-CITY-IDX) = WS-CHK-COUNTRY
                AND WS-CTY-POSTAL-CODE(WS-CITY-IDX)
                  = WS-CHK-POSTAL-CODE
               MOVE "Y" TO WS-PAIR-SW
               IF WS-CTY-CITY(WS-CITY-IDX) = WS-CHK-CITY
                 MOVE "Y" TO WS-CITY-SW
               END-IF
             END-IF
           END-PERFORM
           IF Postal-Code-Has-Pairs AND NOT City-Matched
             MOVE "CITY DOES NOT MATCH POSTCODE" TO LNK-RESULT
           END-IF.
