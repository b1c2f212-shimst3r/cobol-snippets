       IDENTIFICATION DIVISION.
       PROGRAM-ID. CharSubstMaint.
      *Maintain the character-substitution table the CharTester
      *cleanse mode works from - which characters are replaced, and
      *by what, before a file goes to an intake that cannot take
      *them. Characters are keyed as hexadecimal byte pairs so
      *accented letters, tabs and unprintables can all be entered
      *from the terminal. Entries are proved as they are keyed:
      *one to four whole bytes of valid hex, a range only on a
      *single byte and never running backwards, and a replacement
      *length of 0 to 4.
       AUTHOR. Nils Müller.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBST-FILE ASSIGN TO "char-substitutions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUBST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SUBST-FILE.
       01 SUBST-RECORD.
           COPY "char_substitution".

       WORKING-STORAGE SECTION.
       01 WS-SUBST-STATUS PIC XX.
       01 SUBST-EOF-SW PIC X VALUE "N".
         88 End-Of-Subst-File VALUE "Y".

       01 WS-ACTION PIC X VALUE SPACE.
         88 Add-Action VALUE "A" "a".
         88 Change-Action VALUE "C" "c".
         88 Delete-Action VALUE "D" "d".
         88 List-Action VALUE "L" "l".
         88 End-Action VALUE "E" "e".

       01 WS-SUBST-LIMIT PIC 9(3) VALUE 200.
       01 WS-SUBST-COUNT PIC 9(3) VALUE 0.
       01 WS-SUBST-TABLE.
         02 WS-SUBST-ENTRY OCCURS 200 TIMES.
           03 WS-SBT-DELETED PIC X.
           03 WS-SBT-FROM PIC X(8).
           03 WS-SBT-THRU PIC X(2).
           03 WS-SBT-TO-LENGTH PIC 9.
           03 WS-SBT-TO-TEXT PIC X(4).
           03 WS-SBT-DESCRIPTION PIC X(20).
       01 WS-SUBST-IDX PIC 9(3).
       01 WS-FOUND-IDX PIC 9(3).
       01 WS-FOUND-SW PIC X.
         88 Subst-Found VALUE "Y".
       01 WS-CHANGED-SW PIC X VALUE "N".
         88 Table-Changed VALUE "Y".
       01 WS-OVERFLOW-SW PIC X VALUE "N".
         88 Subst-Table-Overflow VALUE "Y".

       01 WS-FROM-IN PIC X(8).
       01 WS-THRU-IN PIC X(2).
       01 WS-TO-LENGTH-IN PIC X.
       01 WS-TO-LENGTH-NUM REDEFINES WS-TO-LENGTH-IN PIC 9.
       01 WS-TO-TEXT-IN PIC X(4).
       01 WS-DESCRIPTION-IN PIC X(20).
       01 WS-ENTRY-OK-SW PIC X.
         88 Entry-Is-Valid VALUE "Y".

      *Hex edit work fields - the keyed hex must be whole byte
      *pairs of 0-9 and A-F with nothing after the first space.
       01 WS-HEX-FIELD PIC X(8).
       01 WS-HEX-LENGTH PIC 9.
       01 WS-HEX-POS PIC 9.
       01 WS-HEX-CHAR PIC X.
         88 Valid-Hex-Char VALUE "0" THRU "9" "A" THRU "F".
       01 WS-HEX-OK-SW PIC X.
         88 Hex-Is-Valid VALUE "Y".

       PROCEDURE DIVISION.
       Main.
           PERFORM Load-Subst-Table
      *A file bigger than the table must never be rewritten from
      *it - rules past the limit would be silently lost.
           IF Subst-Table-Overflow
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM Get-Maint-Action
           PERFORM UNTIL End-Action
             EVALUATE TRUE
               WHEN Add-Action
                 PERFORM Add-Subst-Entry
               WHEN Change-Action
                 PERFORM Change-Subst-Entry
               WHEN Delete-Action
                 PERFORM Delete-Subst-Entry
               WHEN List-Action
                 PERFORM List-Subst-Entries
               WHEN OTHER
                 DISPLAY "Enter A, C, D, L, or E."
             END-EVALUATE
             PERFORM Get-Maint-Action
           END-PERFORM
           IF Table-Changed
             PERFORM Rewrite-Subst-File
             DISPLAY "Substitution table rewritten."
           END-IF
           GOBACK.

       Get-Maint-Action.
           DISPLAY "Action - (A)dd, (C)hange, (D)elete, (L)ist, "
             "or (E)nd: "
           ACCEPT WS-ACTION.

       Load-Subst-Table.
           MOVE 0 TO WS-SUBST-COUNT
           OPEN INPUT SUBST-FILE
           IF WS-SUBST-STATUS = "35"
             DISPLAY "Substitution table not found - starting empty."
           ELSE
             MOVE "N" TO SUBST-EOF-SW
             READ SUBST-FILE
               AT END MOVE "Y" TO SUBST-EOF-SW
             END-READ
             PERFORM UNTIL End-Of-Subst-File
                OR WS-SUBST-COUNT >= WS-SUBST-LIMIT
               ADD 1 TO WS-SUBST-COUNT
               MOVE SPACE TO WS-SBT-DELETED(WS-SUBST-COUNT)
               MOVE SbFromHex TO WS-SBT-FROM(WS-SUBST-COUNT)
               MOVE SbThruHex TO WS-SBT-THRU(WS-SUBST-COUNT)
               MOVE SbToLength TO WS-SBT-TO-LENGTH(WS-SUBST-COUNT)
               MOVE SbToText TO WS-SBT-TO-TEXT(WS-SUBST-COUNT)
               MOVE SbDescription
                 TO WS-SBT-DESCRIPTION(WS-SUBST-COUNT)
               READ SUBST-FILE
                 AT END MOVE "Y" TO SUBST-EOF-SW
               END-READ
             END-PERFORM
             IF NOT End-Of-Subst-File
               MOVE "Y" TO WS-OVERFLOW-SW
               DISPLAY "Substitution table holds more than ",
                 WS-SUBST-LIMIT, " records - maintenance abandoned."
             END-IF
             CLOSE SUBST-FILE
           END-IF.

       Find-Subst-Entry.
           MOVE "N" TO WS-FOUND-SW
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-SUBST-IDX FROM 1 BY 1
               UNTIL WS-SUBST-IDX > WS-SUBST-COUNT OR Subst-Found
             IF WS-SBT-DELETED(WS-SUBST-IDX) = SPACE
                AND WS-SBT-FROM(WS-SUBST-IDX) = WS-FROM-IN
               MOVE "Y" TO WS-FOUND-SW
               MOVE WS-SUBST-IDX TO WS-FOUND-IDX
             END-IF
           END-PERFORM.

       List-Subst-Entries.
           DISPLAY "FROM     THRU LEN TO   DESCRIPTION"
           PERFORM VARYING WS-SUBST-IDX FROM 1 BY 1
               UNTIL WS-SUBST-IDX > WS-SUBST-COUNT
             IF WS-SBT-DELETED(WS-SUBST-IDX) = SPACE
               DISPLAY WS-SBT-FROM(WS-SUBST-IDX), " ",
                 WS-SBT-THRU(WS-SUBST-IDX), "   ",
                 WS-SBT-TO-LENGTH(WS-SUBST-IDX), "   [",
                 WS-SBT-TO-TEXT(WS-SUBST-IDX), "] ",
                 WS-SBT-DESCRIPTION(WS-SUBST-IDX)
             END-IF
           END-PERFORM.

      *The characters to replace, as hex byte pairs - upper-cased
      *so c3bc and C3BC are the same rule.
       Accept-From-Hex.
           DISPLAY "Characters to replace, as hex (e.g. C3BC, 09): "
           ACCEPT WS-FROM-IN
           MOVE FUNCTION UPPER-CASE(WS-FROM-IN) TO WS-FROM-IN
           MOVE WS-FROM-IN TO WS-HEX-FIELD
           PERFORM Check-Hex-Field
           IF NOT Hex-Is-Valid
             DISPLAY "Enter one to four bytes as pairs of 0-9, A-F."
           END-IF.

       Check-Hex-Field.
           MOVE "Y" TO WS-HEX-OK-SW
           MOVE 0 TO WS-HEX-LENGTH
           PERFORM VARYING WS-HEX-POS FROM 1 BY 1
               UNTIL WS-HEX-POS > 8
             MOVE WS-HEX-FIELD(WS-HEX-POS:1) TO WS-HEX-CHAR
             EVALUATE TRUE
               WHEN WS-HEX-CHAR = SPACE
                 CONTINUE
               WHEN NOT Valid-Hex-Char
                 MOVE "N" TO WS-HEX-OK-SW
               WHEN WS-HEX-LENGTH NOT = WS-HEX-POS - 1
                 MOVE "N" TO WS-HEX-OK-SW
               WHEN OTHER
                 MOVE WS-HEX-POS TO WS-HEX-LENGTH
             END-EVALUATE
           END-PERFORM
           IF WS-HEX-LENGTH = 0
              OR WS-HEX-LENGTH = 1 OR WS-HEX-LENGTH = 3
              OR WS-HEX-LENGTH = 5 OR WS-HEX-LENGTH = 7
             MOVE "N" TO WS-HEX-OK-SW
           END-IF.

      *All the field edits for one entry after the key - an
      *optional range end on a single byte only, a replacement
      *length of 0 to 4, and no replacement text past that length.
       Accept-Validated-Entry.
           MOVE "N" TO WS-ENTRY-OK-SW
           MOVE SPACES TO WS-THRU-IN
           IF WS-FROM-IN(3:6) = SPACES
             DISPLAY "Last byte of a range, as hex (blank for a "
               "single character): "
             ACCEPT WS-THRU-IN
             MOVE FUNCTION UPPER-CASE(WS-THRU-IN) TO WS-THRU-IN
           END-IF
           MOVE SPACES TO WS-HEX-FIELD
           MOVE WS-THRU-IN TO WS-HEX-FIELD
           PERFORM Check-Hex-Field
           EVALUATE TRUE
             WHEN WS-THRU-IN NOT = SPACES AND NOT Hex-Is-Valid
               DISPLAY "Range end must be one byte of hex."
             WHEN WS-THRU-IN NOT = SPACES
                  AND WS-THRU-IN < WS-FROM-IN(1:2)
               DISPLAY "Range end may not be below its start."
             WHEN OTHER
               DISPLAY "Replacement length (0 to 4, 0 removes the "
                 "character): "
               ACCEPT WS-TO-LENGTH-IN
               IF WS-TO-LENGTH-IN IS NOT NUMERIC
                  OR WS-TO-LENGTH-IN > "4"
                 DISPLAY "Replacement length must be 0 to 4."
               ELSE
                 MOVE SPACES TO WS-TO-TEXT-IN
                 IF WS-TO-LENGTH-IN > "0"
                   DISPLAY "Replacement text (blank for spaces): "
                   ACCEPT WS-TO-TEXT-IN
                 END-IF
                 PERFORM Check-Replacement-Text
               END-IF
           END-EVALUATE.

       Check-Replacement-Text.
           EVALUATE WS-TO-LENGTH-IN
             WHEN "0"
               MOVE "Y" TO WS-ENTRY-OK-SW
             WHEN "4"
               MOVE "Y" TO WS-ENTRY-OK-SW
             WHEN OTHER
               IF WS-TO-TEXT-IN(WS-TO-LENGTH-NUM + 1:) = SPACES
                 MOVE "Y" TO WS-ENTRY-OK-SW
               ELSE
                 DISPLAY "Replacement text is longer than its length."
               END-IF
           END-EVALUATE
           IF Entry-Is-Valid
             DISPLAY "Description: "
             ACCEPT WS-DESCRIPTION-IN
           END-IF.

       Add-Subst-Entry.
           PERFORM Accept-From-Hex
           IF Hex-Is-Valid
             PERFORM Find-Subst-Entry
             IF Subst-Found
               DISPLAY "Rule already on the table."
             ELSE
               IF WS-SUBST-COUNT >= WS-SUBST-LIMIT
                 DISPLAY "Substitution table full."
               ELSE
                 PERFORM Accept-Validated-Entry
                 IF Entry-Is-Valid
                   ADD 1 TO WS-SUBST-COUNT
                   MOVE SPACE TO WS-SBT-DELETED(WS-SUBST-COUNT)
                   MOVE WS-FROM-IN TO WS-SBT-FROM(WS-SUBST-COUNT)
                   MOVE WS-SUBST-COUNT TO WS-SUBST-IDX
                   PERFORM Store-Entry-Fields
                   DISPLAY "Substitution rule added."
                 END-IF
               END-IF
             END-IF
           END-IF.

       Change-Subst-Entry.
           PERFORM Accept-From-Hex
           IF Hex-Is-Valid
             PERFORM Find-Subst-Entry
             IF NOT Subst-Found
               DISPLAY "Rule not on the table."
             ELSE
               PERFORM Accept-Validated-Entry
               IF Entry-Is-Valid
                 MOVE WS-FOUND-IDX TO WS-SUBST-IDX
                 PERFORM Store-Entry-Fields
                 DISPLAY "Substitution rule changed."
               END-IF
             END-IF
           END-IF.

       Store-Entry-Fields.
           MOVE WS-THRU-IN TO WS-SBT-THRU(WS-SUBST-IDX)
           MOVE WS-TO-LENGTH-NUM TO WS-SBT-TO-LENGTH(WS-SUBST-IDX)
           MOVE WS-TO-TEXT-IN TO WS-SBT-TO-TEXT(WS-SUBST-IDX)
           MOVE WS-DESCRIPTION-IN TO WS-SBT-DESCRIPTION(WS-SUBST-IDX)
           MOVE "Y" TO WS-CHANGED-SW.

       Delete-Subst-Entry.
           PERFORM Accept-From-Hex
           IF Hex-Is-Valid
             PERFORM Find-Subst-Entry
             IF NOT Subst-Found
               DISPLAY "Rule not on the table."
             ELSE
               MOVE "D" TO WS-SBT-DELETED(WS-FOUND-IDX)
               MOVE "Y" TO WS-CHANGED-SW
               DISPLAY "Substitution rule deleted: ", WS-FROM-IN
             END-IF
           END-IF.

       Rewrite-Subst-File.
           OPEN OUTPUT SUBST-FILE
           PERFORM VARYING WS-SUBST-IDX FROM 1 BY 1
               UNTIL WS-SUBST-IDX > WS-SUBST-COUNT
             IF WS-SBT-DELETED(WS-SUBST-IDX) = SPACE
               MOVE SPACES TO SUBST-RECORD
               MOVE WS-SBT-FROM(WS-SUBST-IDX) TO SbFromHex
               MOVE WS-SBT-THRU(WS-SUBST-IDX) TO SbThruHex
               MOVE WS-SBT-TO-LENGTH(WS-SUBST-IDX) TO SbToLength
               MOVE WS-SBT-TO-TEXT(WS-SUBST-IDX) TO SbToText
               MOVE WS-SBT-DESCRIPTION(WS-SUBST-IDX) TO SbDescription
               WRITE SUBST-RECORD
             END-IF
           END-PERFORM
           CLOSE SUBST-FILE.
