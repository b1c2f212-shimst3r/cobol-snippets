       IDENTIFICATION DIVISION.
       PROGRAM-ID. CampaignMaint.
      *Maintain the campaign master - for every targeted customer
      *mailing, its selection segments and the criteria each segment
      *selects on: preferred language, an age band, a birth month,
      *and a country. Entries are keyed by campaign code and segment
      *number and proved as they are keyed: campaign and description
      *not blank, segment 01 to 99, ages numeric with the lower not
      *above the upper, and birth month 00 (any) to 12, or 13 for
      *the month after the selection run. CampaignSelect builds the
      *campaign's customer list from the master and CampaignResults
      *reports its responses against it.
       AUTHOR. Nils Müller.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMPAIGN-MASTER ASSIGN TO "campaign-master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAMPAIGN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CAMPAIGN-MASTER.
       01 CAMPAIGN-RECORD.
           COPY "campaign_record".

       WORKING-STORAGE SECTION.
       01 WS-CAMPAIGN-STATUS PIC XX.
       01 CAMPAIGN-EOF-SW PIC X VALUE "N".
         88 End-Of-Campaign-File VALUE "Y".

       01 WS-ACTION PIC X VALUE SPACE.
         88 Add-Action VALUE "A" "a".
         88 Change-Action VALUE "C" "c".
         88 Delete-Action VALUE "D" "d".
         88 List-Action VALUE "L" "l".
         88 End-Action VALUE "E" "e".

       01 WS-CAMPAIGN-LIMIT PIC 9(3) VALUE 200.
       01 WS-CAMPAIGN-COUNT PIC 9(3) VALUE 0.
       01 WS-CAMPAIGN-TABLE.
         02 WS-CAMPAIGN-ENTRY OCCURS 200 TIMES.
           03 WS-CGM-DELETED PIC X.
           03 WS-CGM-CAMPAIGN PIC X(8).
           03 WS-CGM-SEGMENT PIC 99.
           03 WS-CGM-DESCRIPTION PIC X(30).
           03 WS-CGM-LANGUAGE PIC XX.
           03 WS-CGM-AGE-FROM PIC 9(3).
           03 WS-CGM-AGE-TO PIC 9(3).
           03 WS-CGM-BIRTH-MONTH PIC 99.
           03 WS-CGM-COUNTRY PIC X(12).
       01 WS-CAMPAIGN-IDX PIC 9(3).
       01 WS-FOUND-IDX PIC 9(3).
       01 WS-FOUND-SW PIC X.
         88 Campaign-Found VALUE "Y".
       01 WS-CHANGED-SW PIC X VALUE "N".
         88 Table-Changed VALUE "Y".
       01 WS-OVERFLOW-SW PIC X VALUE "N".
         88 Campaign-Table-Overflow VALUE "Y".

       01 WS-CAMPAIGN-IN PIC X(8).
       01 WS-SEGMENT-IN PIC XX.
       01 WS-SEGMENT-NUM REDEFINES WS-SEGMENT-IN PIC 99.
       01 WS-DESCRIPTION-IN PIC X(30).
       01 WS-LANGUAGE-IN PIC XX.
       01 WS-AGE-FROM-IN PIC X(3).
       01 WS-AGE-FROM-NUM REDEFINES WS-AGE-FROM-IN PIC 9(3).
       01 WS-AGE-TO-IN PIC X(3).
       01 WS-AGE-TO-NUM REDEFINES WS-AGE-TO-IN PIC 9(3).
       01 WS-MONTH-IN PIC XX.
       01 WS-MONTH-NUM REDEFINES WS-MONTH-IN PIC 99.
       01 WS-COUNTRY-IN PIC X(12).
       01 WS-KEY-OK-SW PIC X.
         88 Key-Is-Valid VALUE "Y".
       01 WS-ENTRY-OK-SW PIC X.
         88 Entry-Is-Valid VALUE "Y".

       PROCEDURE DIVISION.
       Main.
           PERFORM Load-Campaign-Table
      *A file bigger than the table must never be rewritten from
      *it - segments past the limit would be silently lost.
           IF Campaign-Table-Overflow
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM Get-Maint-Action
           PERFORM UNTIL End-Action
             EVALUATE TRUE
               WHEN Add-Action
                 PERFORM Add-Campaign-Entry
               WHEN Change-Action
                 PERFORM Change-Campaign-Entry
               WHEN Delete-Action
                 PERFORM Delete-Campaign-Entry
               WHEN List-Action
                 PERFORM List-Campaign-Entries
               WHEN OTHER
                 DISPLAY "Enter A, C, D, L, or E."
             END-EVALUATE
             PERFORM Get-Maint-Action
           END-PERFORM
           IF Table-Changed
             PERFORM Rewrite-Campaign-File
             DISPLAY "Campaign master rewritten."
           END-IF
           GOBACK.

       Get-Maint-Action.
           DISPLAY "Action - (A)dd, (C)hange, (D)elete, (L)ist, "
             "or (E)nd: "
           ACCEPT WS-ACTION.

       Load-Campaign-Table.
           MOVE 0 TO WS-CAMPAIGN-COUNT
           OPEN INPUT CAMPAIGN-MASTER
           IF WS-CAMPAIGN-STATUS = "35"
             DISPLAY "Campaign master not found - starting empty."
           ELSE
             MOVE "N" TO CAMPAIGN-EOF-SW
             READ CAMPAIGN-MASTER
               AT END MOVE "Y" TO CAMPAIGN-EOF-SW
             END-READ
             PERFORM UNTIL End-Of-Campaign-File
                OR WS-CAMPAIGN-COUNT >= WS-CAMPAIGN-LIMIT
               ADD 1 TO WS-CAMPAIGN-COUNT
               MOVE SPACE TO WS-CGM-DELETED(WS-CAMPAIGN-COUNT)
               MOVE CgCampaign TO WS-CGM-CAMPAIGN(WS-CAMPAIGN-COUNT)
               MOVE CgSegment TO WS-CGM-SEGMENT(WS-CAMPAIGN-COUNT)
               MOVE CgDescription
                 TO WS-CGM-DESCRIPTION(WS-CAMPAIGN-COUNT)
               MOVE CgLanguage TO WS-CGM-LANGUAGE(WS-CAMPAIGN-COUNT)
               MOVE CgAgeFrom TO WS-CGM-AGE-FROM(WS-CAMPAIGN-COUNT)
               MOVE CgAgeTo TO WS-CGM-AGE-TO(WS-CAMPAIGN-COUNT)
               MOVE CgBirthMonth
                 TO WS-CGM-BIRTH-MONTH(WS-CAMPAIGN-COUNT)
               MOVE CgCountry TO WS-CGM-COUNTRY(WS-CAMPAIGN-COUNT)
               READ CAMPAIGN-MASTER
                 AT END MOVE "Y" TO CAMPAIGN-EOF-SW
               END-READ
             END-PERFORM
             IF NOT End-Of-Campaign-File
               MOVE "Y" TO WS-OVERFLOW-SW
               DISPLAY "Campaign master holds more than ",
                 WS-CAMPAIGN-LIMIT, " records - maintenance abandoned."
             END-IF
             CLOSE CAMPAIGN-MASTER
           END-IF.

      *Campaign code and segment number identify an entry; both are
      *proved before the table is searched.
       Accept-Campaign-Key.
           MOVE "N" TO WS-KEY-OK-SW
           DISPLAY "Campaign code (8 characters): "
           ACCEPT WS-CAMPAIGN-IN
           IF WS-CAMPAIGN-IN = SPACES
             DISPLAY "Campaign code may not be blank."
           ELSE
             DISPLAY "Segment number (01-99): "
             ACCEPT WS-SEGMENT-IN
             IF WS-SEGMENT-IN NOT NUMERIC OR WS-SEGMENT-NUM = 0
               DISPLAY "Segment must be two digits, 01 to 99."
             ELSE
               MOVE "Y" TO WS-KEY-OK-SW
               PERFORM Find-Campaign-Entry
             END-IF
           END-IF.

       Find-Campaign-Entry.
           MOVE "N" TO WS-FOUND-SW
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-CAMPAIGN-IDX FROM 1 BY 1
               UNTIL WS-CAMPAIGN-IDX > WS-CAMPAIGN-COUNT
                  OR Campaign-Found
             IF WS-CGM-DELETED(WS-CAMPAIGN-IDX) = SPACE
                AND WS-CGM-CAMPAIGN(WS-CAMPAIGN-IDX) = WS-CAMPAIGN-IN
                AND WS-CGM-SEGMENT(WS-CAMPAIGN-IDX) = WS-SEGMENT-NUM
               MOVE "Y" TO WS-FOUND-SW
               MOVE WS-CAMPAIGN-IDX TO WS-FOUND-IDX
             END-IF
           END-PERFORM.

       List-Campaign-Entries.
           DISPLAY "CAMPAIGN SG DESCRIPTION                    LG "
             "AGES    MM COUNTRY"
           PERFORM VARYING WS-CAMPAIGN-IDX FROM 1 BY 1
               UNTIL WS-CAMPAIGN-IDX > WS-CAMPAIGN-COUNT
             IF WS-CGM-DELETED(WS-CAMPAIGN-IDX) = SPACE
               DISPLAY WS-CGM-CAMPAIGN(WS-CAMPAIGN-IDX), " ",
                 WS-CGM-SEGMENT(WS-CAMPAIGN-IDX), " ",
                 WS-CGM-DESCRIPTION(WS-CAMPAIGN-IDX), " ",
                 WS-CGM-LANGUAGE(WS-CAMPAIGN-IDX), " ",
                 WS-CGM-AGE-FROM(WS-CAMPAIGN-IDX), "-",
                 WS-CGM-AGE-TO(WS-CAMPAIGN-IDX), " ",
                 WS-CGM-BIRTH-MONTH(WS-CAMPAIGN-IDX), " ",
                 WS-CGM-COUNTRY(WS-CAMPAIGN-IDX)
             END-IF
           END-PERFORM.

      *All the field edits for one entry - description not blank,
      *ages numeric with the lower not above the upper, and a birth
      *month from 00 to 13. Language and country may be left blank
      *to select any.
       Accept-Validated-Entry.
           MOVE "N" TO WS-ENTRY-OK-SW
           DISPLAY "Segment description: "
           ACCEPT WS-DESCRIPTION-IN
           IF WS-DESCRIPTION-IN = SPACES
             DISPLAY "Description may not be blank."
           ELSE
             DISPLAY "Language (2 characters, blank for any): "
             ACCEPT WS-LANGUAGE-IN
             DISPLAY "Lowest age (3 digits, 000 for any): "
             ACCEPT WS-AGE-FROM-IN
             DISPLAY "Highest age (3 digits, 999 for any): "
             ACCEPT WS-AGE-TO-IN
             IF WS-AGE-FROM-IN NOT NUMERIC
                OR WS-AGE-TO-IN NOT NUMERIC
               DISPLAY "Ages must be three digits."
             ELSE
               IF WS-AGE-FROM-NUM > WS-AGE-TO-NUM
                 DISPLAY "Lowest age may not be above highest age."
               ELSE
                 DISPLAY "Birth month (01-12, 00 any, 13 next month): "
                 ACCEPT WS-MONTH-IN
                 IF WS-MONTH-IN NOT NUMERIC OR WS-MONTH-NUM > 13
                   DISPLAY "Birth month must be 00 to 13."
                 ELSE
                   DISPLAY "Country (blank for any): "
                   ACCEPT WS-COUNTRY-IN
                   MOVE "Y" TO WS-ENTRY-OK-SW
                 END-IF
               END-IF
             END-IF
           END-IF.

       Store-Entry-Fields.
           MOVE WS-DESCRIPTION-IN TO WS-CGM-DESCRIPTION(WS-FOUND-IDX)
           MOVE WS-LANGUAGE-IN TO WS-CGM-LANGUAGE(WS-FOUND-IDX)
           MOVE WS-AGE-FROM-NUM TO WS-CGM-AGE-FROM(WS-FOUND-IDX)
           MOVE WS-AGE-TO-NUM TO WS-CGM-AGE-TO(WS-FOUND-IDX)
           MOVE WS-MONTH-NUM TO WS-CGM-BIRTH-MONTH(WS-FOUND-IDX)
           MOVE WS-COUNTRY-IN TO WS-CGM-COUNTRY(WS-FOUND-IDX)
           MOVE "Y" TO WS-CHANGED-SW.

       Add-Campaign-Entry.
           PERFORM Accept-Campaign-Key
           IF Key-Is-Valid
             IF Campaign-Found
               DISPLAY "Campaign segment already on the master."
             ELSE
               IF WS-CAMPAIGN-COUNT >= WS-CAMPAIGN-LIMIT
                 DISPLAY "Campaign table full."
               ELSE
                 PERFORM Accept-Validated-Entry
                 IF Entry-Is-Valid
                   ADD 1 TO WS-CAMPAIGN-COUNT
                   MOVE WS-CAMPAIGN-COUNT TO WS-FOUND-IDX
                   MOVE SPACE TO WS-CGM-DELETED(WS-FOUND-IDX)
                   MOVE WS-CAMPAIGN-IN TO WS-CGM-CAMPAIGN(WS-FOUND-IDX)
                   MOVE WS-SEGMENT-NUM TO WS-CGM-SEGMENT(WS-FOUND-IDX)
                   PERFORM Store-Entry-Fields
                   DISPLAY "Campaign segment added."
                 END-IF
               END-IF
             END-IF
           END-IF.

       Change-Campaign-Entry.
           PERFORM Accept-Campaign-Key
           IF Key-Is-Valid
             IF NOT Campaign-Found
               DISPLAY "Campaign segment not on the master."
             ELSE
               PERFORM Accept-Validated-Entry
               IF Entry-Is-Valid
                 PERFORM Store-Entry-Fields
                 DISPLAY "Campaign segment changed."
               END-IF
             END-IF
           END-IF.

       Delete-Campaign-Entry.
           PERFORM Accept-Campaign-Key
           IF Key-Is-Valid
             IF NOT Campaign-Found
               DISPLAY "Campaign segment not on the master."
             ELSE
               MOVE "D" TO WS-CGM-DELETED(WS-FOUND-IDX)
               MOVE "Y" TO WS-CHANGED-SW
               DISPLAY "Campaign segment deleted: ", WS-CAMPAIGN-IN,
                 " ", WS-SEGMENT-IN
             END-IF
           END-IF.

       Rewrite-Campaign-File.
           OPEN OUTPUT CAMPAIGN-MASTER
           PERFORM VARYING WS-CAMPAIGN-IDX FROM 1 BY 1
               UNTIL WS-CAMPAIGN-IDX > WS-CAMPAIGN-COUNT
             IF WS-CGM-DELETED(WS-CAMPAIGN-IDX) = SPACE
               MOVE SPACES TO CAMPAIGN-RECORD
               MOVE WS-CGM-CAMPAIGN(WS-CAMPAIGN-IDX) TO CgCampaign
               MOVE WS-CGM-SEGMENT(WS-CAMPAIGN-IDX) TO CgSegment
               MOVE WS-CGM-DESCRIPTION(WS-CAMPAIGN-IDX)
                 TO CgDescription
               MOVE WS-CGM-LANGUAGE(WS-CAMPAIGN-IDX) TO CgLanguage
               MOVE WS-CGM-AGE-FROM(WS-CAMPAIGN-IDX) TO CgAgeFrom
               MOVE WS-CGM-AGE-TO(WS-CAMPAIGN-IDX) TO CgAgeTo
               MOVE WS-CGM-BIRTH-MONTH(WS-CAMPAIGN-IDX)
                 TO CgBirthMonth
               MOVE WS-CGM-COUNTRY(WS-CAMPAIGN-IDX) TO CgCountry
               WRITE CAMPAIGN-RECORD
             END-IF
           END-PERFORM
           CLOSE CAMPAIGN-MASTER.
