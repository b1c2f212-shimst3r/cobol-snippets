       IDENTIFICATION DIVISION.
       PROGRAM-ID. CharTester.
      *Check if user input is vowel, consonant or digit.
      *Cleanse mode reads a named file and writes a corrected copy,
      *replacing characters by the maintained substitution table
      *(CharSubstMaint) and registering every record it touches;
      *characters with no rule are left in place for review.
       AUTHOR. Nils MÃ¼ller.
       DATE-WRITTEN. 2024-11-03.

           SELECT LAYOUT-DATA-FILE ASSIGN USING WS-DATA-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATAFILE-STATUS.
           SELECT SUBST-FILE ASSIGN TO "char-substitutions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUBST-STATUS.
           SELECT CLEANSE-INPUT ASSIGN USING WS-DATA-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLEANSE-IN-STATUS.
           SELECT CLEANSE-OUTPUT ASSIGN USING WS-CLEANSE-OUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLEANSE-OUT-STATUS.
           SELECT CLEANSE-REGISTER ASSIGN USING WS-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD LAYOUT-DATA-FILE.
       01 LAYOUT-DATA-RECORD PIC X(100).

       FD SUBST-FILE.
       01 SUBST-RECORD.
           COPY "char_substitution".

       FD CLEANSE-INPUT.
       01 CLEANSE-IN-RECORD PIC X(200).

       FD CLEANSE-OUTPUT.
       01 CLEANSE-OUT-RECORD PIC X(200).

       FD CLEANSE-REGISTER.
       01 CLEANSE-LINE PIC X(220).

       WORKING-STORAGE SECTION.
       01 InputChar PIC X.
           88 Vowel VALUE "a", "e", "i", "o", "u",
         88 Interactive-Mode VALUE "I" "i".
         88 Batch-Mode VALUE "B" "b".
         88 Rules-Mode VALUE "R" "r".
         88 Cleanse-Mode VALUE "C" "c".

      *Rules-driven layout validation - the layout file defines, per
      *record type, each field's position, length, and required
       01 WS-BAD-RECORD-SW PIC X.
       01 WS-BAD-RECORD-COUNT PIC 9(7) VALUE 0.

      *Cleanse mode - the substitution rules decoded from hex into
      *the bytes they match. With a record type the layout rules
      *give the fields, and each field is cleansed inside its own
      *width so a shorter or longer replacement never shifts the
      *fields after it, and positions outside the fields are copied
      *as they stand; without one the whole record is one field.
       01 WS-SUBST-STATUS PIC XX.
       01 WS-CLEANSE-IN-STATUS PIC XX.
       01 WS-CLEANSE-OUT-STATUS PIC XX.
       01 SUBST-EOF-SW PIC X VALUE "N".
         88 End-Of-Subst-File VALUE "Y".
       01 WS-CLEANSE-OUT-NAME PIC X(30) VALUE SPACES.
       01 WS-SUBST-LIMIT PIC 9(3) VALUE 200.
       01 WS-SUBST-COUNT PIC 9(3) VALUE 0.
       01 WS-SUBST-TABLE.
         02 WS-SUBST-ENTRY OCCURS 200 TIMES.
           03 WS-SBX-FROM-HEX PIC X(8).
           03 WS-SBX-FROM PIC X(4).
           03 WS-SBX-FROM-LENGTH PIC 9.
           03 WS-SBX-THRU PIC X.
           03 WS-SBX-RANGE-SW PIC X.
             88 Subst-Is-Range VALUE "Y".
           03 WS-SBX-TO-LENGTH PIC 9.
           03 WS-SBX-TO-TEXT PIC X(4).
       01 WS-SUBST-IDX PIC 9(3).
       01 WS-MATCH-IDX PIC 9(3).
       01 WS-MATCH-LENGTH PIC 9.
       01 WS-SUBST-BAD-COUNT PIC 9(3) VALUE 0.

       01 WS-HEX-PAIR PIC X(2).
       01 WS-HEX-POS PIC 9.
       01 WS-HEX-IDX PIC 99.
       01 WS-HEX-VALUE PIC 999.
       01 WS-HEX-OK-SW PIC X.
         88 Hex-Is-Valid VALUE "Y".

       01 WS-CLEAN-RECORD PIC X(200).
       01 WS-CLEAN-FIELD PIC X(200).
       01 WS-CLEAN-FIELD-NAME PIC X(12).
       01 WS-IN-POS PIC 9(3).
       01 WS-OUT-POS PIC 9(3).
       01 WS-CLEAN-CHAR PIC X.
       01 WS-REPL-IDX PIC 9.
       01 WS-REPL-SHOW PIC X(9).
       01 WS-OVERFLOW-SW PIC X.
         88 Field-Overflowed VALUE "Y".

       01 WS-CHANGED-COUNT PIC 9(7) VALUE 0.
       01 WS-SUBSTITUTED-COUNT PIC 9(7) VALUE 0.
       01 WS-UNMAPPED-COUNT PIC 9(7) VALUE 0.
       01 WS-FIELD-OVERFLOW-COUNT PIC 9(7) VALUE 0.
       01 WS-WRITTEN-COUNT PIC 9(7) VALUE 0.

      *Substitution and review lines for one record are held until
      *the record is finished, so they print under its before and
      *after images.
       01 WS-DETAIL-LIMIT PIC 99 VALUE 40.
       01 WS-DETAIL-COUNT PIC 99 VALUE 0.
       01 WS-DETAIL-LOST PIC 9(3) VALUE 0.
       01 WS-DETAIL-TABLE.
         02 WS-DETAIL-TEXT PIC X(80) OCCURS 40 TIMES.
       01 WS-DETAIL-IDX PIC 99.
       01 WS-DETAIL-LINE PIC X(80).

       01 WS-CHAR-IDX PIC 999.
       01 WS-RECORD-NUM PIC 9(7) VALUE 0.


       PROCEDURE DIVISION.
       Main.
           DISPLAY "Run mode - (I)nteractive, (B)atch, "
             "(R)ules validation, or (C)leanse: "
           ACCEPT WS-RUN-MODE
           EVALUATE TRUE
             WHEN Batch-Mode
               PERFORM Batch-Processing
             WHEN Rules-Mode
               PERFORM Rules-Processing
             WHEN Cleanse-Mode
               PERFORM Cleanse-Processing
             WHEN OTHER
               PERFORM Interactive-Processing
           END-EVALUATE
           END-STRING
           WRITE REPORT-LINE.

      *Cleanse mode - corrects a file before it goes to an intake
      *that cannot take accented or unprintable characters, instead
      *of fixing the records CharTester reports one by one by hand.
       Cleanse-Processing.
           PERFORM Write-Runctl-Start
           MOVE "CharTesterCleanse" TO WS-CATALOG-PROGRAM
           DISPLAY "File to cleanse: "
           ACCEPT WS-DATA-NAME
           DISPLAY "Cleansed copy to write: "
           ACCEPT WS-CLEANSE-OUT-NAME
           DISPLAY "Record type for field-by-field cleansing "
             "(blank for whole record): "
           ACCEPT WS-LAYOUT-TYPE
           PERFORM Load-Subst-Table
           MOVE 0 TO WS-RULE-COUNT
           IF WS-LAYOUT-TYPE NOT = SPACES
             PERFORM Load-Layout-Rules
           END-IF
           EVALUATE TRUE
             WHEN WS-DATA-NAME = SPACES
                  OR WS-CLEANSE-OUT-NAME = SPACES
               DISPLAY "Both file names are required - nothing "
                 "cleansed."
               MOVE 16 TO RETURN-CODE
             WHEN WS-CLEANSE-OUT-NAME = WS-DATA-NAME
               DISPLAY "The cleansed copy may not overwrite its "
                 "input - nothing cleansed."
               MOVE 16 TO RETURN-CODE
             WHEN WS-SUBST-COUNT = 0
               DISPLAY "No substitution rules on file - nothing "
                 "cleansed."
               MOVE 16 TO RETURN-CODE
             WHEN WS-LAYOUT-TYPE NOT = SPACES AND WS-RULE-COUNT = 0
               DISPLAY "No layout rules found for type ",
                 WS-LAYOUT-TYPE, " - nothing cleansed."
               MOVE 16 TO RETURN-CODE
             WHEN OTHER
               PERFORM Cleanse-Data-File
           END-EVALUATE
           PERFORM Write-Runctl-End.

       Load-Subst-Table.
           MOVE 0 TO WS-SUBST-COUNT
           MOVE 0 TO WS-SUBST-BAD-COUNT
           OPEN INPUT SUBST-FILE
           IF WS-SUBST-STATUS = "35"
             DISPLAY "Substitution table not found."
           ELSE
             MOVE "N" TO SUBST-EOF-SW
             READ SUBST-FILE
               AT END MOVE "Y" TO SUBST-EOF-SW
             END-READ
             PERFORM UNTIL End-Of-Subst-File
                OR WS-SUBST-COUNT >= WS-SUBST-LIMIT
               PERFORM Decode-Subst-Record
               READ SUBST-FILE
                 AT END MOVE "Y" TO SUBST-EOF-SW
               END-READ
             END-PERFORM
             CLOSE SUBST-FILE
             IF WS-SUBST-BAD-COUNT > 0
               DISPLAY "Substitution rules skipped as invalid: ",
                 WS-SUBST-BAD-COUNT
             END-IF
           END-IF.

      *One rule from hex byte pairs into the bytes it matches; a
      *rule that will not decode is skipped and counted.
       Decode-Subst-Record.
           ADD 1 TO WS-SUBST-COUNT
           MOVE SbFromHex TO WS-SBX-FROM-HEX(WS-SUBST-COUNT)
           MOVE SPACES TO WS-SBX-FROM(WS-SUBST-COUNT)
           MOVE 0 TO WS-SBX-FROM-LENGTH(WS-SUBST-COUNT)
           MOVE "Y" TO WS-HEX-OK-SW
           PERFORM VARYING WS-HEX-POS FROM 1 BY 2
               UNTIL WS-HEX-POS > 7 OR NOT Hex-Is-Valid
             MOVE SbFromHex(WS-HEX-POS:2) TO WS-HEX-PAIR
             IF WS-HEX-PAIR NOT = SPACES
               PERFORM Decode-Hex-Pair
               IF Hex-Is-Valid
                 ADD 1 TO WS-SBX-FROM-LENGTH(WS-SUBST-COUNT)
                 MOVE FUNCTION CHAR(WS-HEX-VALUE + 1)
                   TO WS-SBX-FROM(WS-SUBST-COUNT)
                     (WS-SBX-FROM-LENGTH(WS-SUBST-COUNT):1)
               END-IF
             END-IF
           END-PERFORM
           MOVE "N" TO WS-SBX-RANGE-SW(WS-SUBST-COUNT)
           IF Hex-Is-Valid AND SbThruHex NOT = SPACES
             MOVE SbThruHex TO WS-HEX-PAIR
             PERFORM Decode-Hex-Pair
             MOVE FUNCTION CHAR(WS-HEX-VALUE + 1)
               TO WS-SBX-THRU(WS-SUBST-COUNT)
             MOVE "Y" TO WS-SBX-RANGE-SW(WS-SUBST-COUNT)
           END-IF
           IF SbToLength IS NOT NUMERIC OR SbToLength > 4
             MOVE "N" TO WS-HEX-OK-SW
           END-IF
           IF Hex-Is-Valid AND WS-SBX-FROM-LENGTH(WS-SUBST-COUNT) > 0
             MOVE SbToLength TO WS-SBX-TO-LENGTH(WS-SUBST-COUNT)
             MOVE SbToText TO WS-SBX-TO-TEXT(WS-SUBST-COUNT)
           ELSE
             SUBTRACT 1 FROM WS-SUBST-COUNT
             ADD 1 TO WS-SUBST-BAD-COUNT
           END-IF.

       Decode-Hex-Pair.
           MOVE 0 TO WS-HEX-VALUE
           PERFORM VARYING WS-HEX-IDX FROM 1 BY 1
               UNTIL WS-HEX-IDX > 16
               OR HEX-DIGIT(WS-HEX-IDX) = WS-HEX-PAIR(1:1)
             CONTINUE
           END-PERFORM
           IF WS-HEX-IDX > 16
             MOVE "N" TO WS-HEX-OK-SW
           ELSE
             COMPUTE WS-HEX-VALUE = (WS-HEX-IDX - 1) * 16
           END-IF
           PERFORM VARYING WS-HEX-IDX FROM 1 BY 1
               UNTIL WS-HEX-IDX > 16
               OR HEX-DIGIT(WS-HEX-IDX) = WS-HEX-PAIR(2:1)
             CONTINUE
           END-PERFORM
           IF WS-HEX-IDX > 16
             MOVE "N" TO WS-HEX-OK-SW
           ELSE
             COMPUTE WS-HEX-VALUE = WS-HEX-VALUE + WS-HEX-IDX - 1
           END-IF.

       Cleanse-Data-File.
           OPEN INPUT CLEANSE-INPUT
           IF WS-CLEANSE-IN-STATUS = "35"
             DISPLAY "File to cleanse not found: ", WS-DATA-NAME
             MOVE 16 TO RETURN-CODE
             MOVE "E" TO WS-ALERT-SEVERITY
             MOVE "CLEANSE INPUT FILE NOT FOUND - NO COPY WRITTEN"
               TO WS-ALERT-MESSAGE
             PERFORM Write-Operator-Alert
           ELSE
             CALL "GetRunDate" USING WS-RUN-DATE WS-RERUN-FLAG
             MOVE SPACES TO WS-REPORT-NAME
             STRING "cleanse-register-" DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-REPORT-NAME
             END-STRING
             OPEN OUTPUT CLEANSE-OUTPUT
             OPEN OUTPUT CLEANSE-REGISTER
             PERFORM Write-Cleanse-Heading
             MOVE 0 TO WS-RECORD-NUM
             MOVE "N" TO DATA-EOF-SW
             READ CLEANSE-INPUT
               AT END MOVE "Y" TO DATA-EOF-SW
             END-READ
             PERFORM UNTIL End-Of-Data-File
               ADD 1 TO WS-RECORD-NUM
               PERFORM Cleanse-One-Record
               READ CLEANSE-INPUT
                 AT END MOVE "Y" TO DATA-EOF-SW
               END-READ
             END-PERFORM
             CLOSE CLEANSE-INPUT
             CLOSE CLEANSE-OUTPUT
             PERFORM Write-Cleanse-Summary
             CLOSE CLEANSE-REGISTER
             PERFORM Write-Catalog-Entry
             MOVE WS-RECORD-NUM TO WS-RUNCTL-READ
             MOVE WS-WRITTEN-COUNT TO WS-RUNCTL-WRITE
             IF WS-UNMAPPED-COUNT > 0 OR WS-FIELD-OVERFLOW-COUNT > 0
               MOVE 4 TO RETURN-CODE
               MOVE "W" TO WS-ALERT-SEVERITY
               MOVE "CLEANSE LEFT CHARACTERS FOR REVIEW - SEE REGISTER"
                 TO WS-ALERT-MESSAGE
               PERFORM Write-Operator-Alert
             END-IF
             DISPLAY "Cleanse complete - records = ", WS-RECORD-NUM,
               " changed = ", WS-CHANGED-COUNT
             DISPLAY "Characters substituted = ", WS-SUBSTITUTED-COUNT,
               " left for review = ", WS-UNMAPPED-COUNT
           END-IF.

       Cleanse-One-Record.
           MOVE CLEANSE-IN-RECORD TO WS-CLEAN-RECORD
           MOVE 0 TO WS-DETAIL-COUNT
           MOVE 0 TO WS-DETAIL-LOST
           IF WS-RULE-COUNT = 0
             MOVE 1 TO WS-RL-START(1)
             MOVE 200 TO WS-RL-LENGTH(1)
             MOVE "RECORD" TO WS-RL-FIELD(1)
             MOVE 1 TO WS-RULE-IDX
             PERFORM Cleanse-One-Field
           ELSE
             PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                 UNTIL WS-RULE-IDX > WS-RULE-COUNT
               COMPUTE WS-FIELD-END =
                   WS-RL-START(WS-RULE-IDX)
                   + WS-RL-LENGTH(WS-RULE-IDX) - 1
               IF WS-RL-START(WS-RULE-IDX) >= 1
                  AND WS-FIELD-END <= 200
                 PERFORM Cleanse-One-Field
               END-IF
             END-PERFORM
           END-IF
           MOVE WS-CLEAN-RECORD TO CLEANSE-OUT-RECORD
           WRITE CLEANSE-OUT-RECORD
           ADD 1 TO WS-WRITTEN-COUNT
           IF WS-CLEAN-RECORD NOT = CLEANSE-IN-RECORD
             ADD 1 TO WS-CHANGED-COUNT
           END-IF
           IF WS-DETAIL-COUNT > 0
             PERFORM Write-Cleanse-Record
           END-IF.

      *The field is rebuilt from the left: a rule's replacement or
      *the original byte is appended for each position. A shorter
      *replacement leaves blank padding at the right of the field;
      *a longer one may only push blanks off the end - cutting off
      *real text is registered as a field overflow for review.
       Cleanse-One-Field.
           MOVE SPACES TO WS-CLEAN-FIELD
           MOVE "N" TO WS-OVERFLOW-SW
           MOVE 0 TO WS-OUT-POS
           MOVE WS-RL-FIELD(WS-RULE-IDX) TO WS-CLEAN-FIELD-NAME
           COMPUTE WS-FIELD-END =
               WS-RL-START(WS-RULE-IDX) + WS-RL-LENGTH(WS-RULE-IDX) - 1
           MOVE WS-RL-START(WS-RULE-IDX) TO WS-IN-POS
           PERFORM UNTIL WS-IN-POS > WS-FIELD-END
             PERFORM Find-Substitution
             IF WS-MATCH-IDX > 0
               PERFORM Apply-Substitution
             ELSE
               MOVE CLEANSE-IN-RECORD(WS-IN-POS:1) TO InputChar
               IF NOT ValidCharacter AND InputChar NOT = SPACE
                 ADD 1 TO WS-UNMAPPED-COUNT
                 PERFORM Compute-Char-Code
                 MOVE SPACES TO WS-DETAIL-LINE
                 STRING "  POS " DELIMITED BY SIZE
                   WS-IN-POS DELIMITED BY SIZE
                   " HEX " DELIMITED BY SIZE
                   WS-HEX-CODE DELIMITED BY SIZE
                   "       [" DELIMITED BY SIZE
                   InputChar DELIMITED BY SIZE
                   "] NO RULE - LEFT FOR REVIEW" DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
                 END-STRING
                 PERFORM Hold-Detail-Line
               END-IF
               MOVE InputChar TO WS-CLEAN-CHAR
               PERFORM Append-Clean-Char
               ADD 1 TO WS-IN-POS
             END-IF
           END-PERFORM
           MOVE WS-CLEAN-FIELD(1:WS-RL-LENGTH(WS-RULE-IDX))
             TO WS-CLEAN-RECORD
               (WS-RL-START(WS-RULE-IDX):WS-RL-LENGTH(WS-RULE-IDX))
           IF Field-Overflowed
             ADD 1 TO WS-FIELD-OVERFLOW-COUNT
             MOVE SPACES TO WS-DETAIL-LINE
             STRING "  FIELD " DELIMITED BY SIZE
               WS-CLEAN-FIELD-NAME DELIMITED BY SIZE
               " TOO SHORT FOR THE REPLACEMENTS - TEXT CUT OFF"
               DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
             END-STRING
             PERFORM Hold-Detail-Line
           END-IF.

      *The longest rule matching at this position wins, so a
      *two-byte accented letter is not taken apart by a single-byte
      *range rule; a rule may not reach past the end of its field.
       Find-Substitution.
           MOVE 0 TO WS-MATCH-IDX
           MOVE 0 TO WS-MATCH-LENGTH
           PERFORM VARYING WS-SUBST-IDX FROM 1 BY 1
               UNTIL WS-SUBST-IDX > WS-SUBST-COUNT
             IF WS-SBX-FROM-LENGTH(WS-SUBST-IDX) > WS-MATCH-LENGTH
                AND WS-IN-POS + WS-SBX-FROM-LENGTH(WS-SUBST-IDX) - 1
                  <= WS-FIELD-END
               IF Subst-Is-Range(WS-SUBST-IDX)
                 IF CLEANSE-IN-RECORD(WS-IN-POS:1)
                      >= WS-SBX-FROM(WS-SUBST-IDX)(1:1)
                    AND CLEANSE-IN-RECORD(WS-IN-POS:1)
                      <= WS-SBX-THRU(WS-SUBST-IDX)
                   MOVE WS-SUBST-IDX TO WS-MATCH-IDX
                   MOVE 1 TO WS-MATCH-LENGTH
                 END-IF
               ELSE
                 IF CLEANSE-IN-RECORD
                      (WS-IN-POS:WS-SBX-FROM-LENGTH(WS-SUBST-IDX))
                    = WS-SBX-FROM(WS-SUBST-IDX)
                      (1:WS-SBX-FROM-LENGTH(WS-SUBST-IDX))
                   MOVE WS-SUBST-IDX TO WS-MATCH-IDX
                   MOVE WS-SBX-FROM-LENGTH(WS-SUBST-IDX)
                     TO WS-MATCH-LENGTH
                 END-IF
               END-IF
             END-IF
           END-PERFORM.

       Apply-Substitution.
           ADD 1 TO WS-SUBSTITUTED-COUNT
           MOVE SPACES TO WS-REPL-SHOW
           IF WS-SBX-TO-LENGTH(WS-MATCH-IDX) = 0
             MOVE "(REMOVED)" TO WS-REPL-SHOW
           ELSE
             STRING "[" DELIMITED BY SIZE
               WS-SBX-TO-TEXT(WS-MATCH-IDX)
                 (1:WS-SBX-TO-LENGTH(WS-MATCH-IDX))
                 DELIMITED BY SIZE
               "]" DELIMITED BY SIZE
               INTO WS-REPL-SHOW
             END-STRING
           END-IF
           MOVE SPACES TO WS-DETAIL-LINE
           IF Subst-Is-Range(WS-MATCH-IDX)
             MOVE CLEANSE-IN-RECORD(WS-IN-POS:1) TO InputChar
             PERFORM Compute-Char-Code
             STRING "  POS " DELIMITED BY SIZE
               WS-IN-POS DELIMITED BY SIZE
               " HEX " DELIMITED BY SIZE
               WS-HEX-CODE DELIMITED BY SIZE
               "       [" DELIMITED BY SIZE
               InputChar DELIMITED BY SIZE
               "] -> " DELIMITED BY SIZE
               WS-REPL-SHOW DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
             END-STRING
           ELSE
             STRING "  POS " DELIMITED BY SIZE
               WS-IN-POS DELIMITED BY SIZE
               " HEX " DELIMITED BY SIZE
               WS-SBX-FROM-HEX(WS-MATCH-IDX) DELIMITED BY SIZE
               " [" DELIMITED BY SIZE
               CLEANSE-IN-RECORD(WS-IN-POS:WS-MATCH-LENGTH)
                 DELIMITED BY SIZE
               "] -> " DELIMITED BY SIZE
               WS-REPL-SHOW DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
             END-STRING
           END-IF
           PERFORM Hold-Detail-Line
           PERFORM VARYING WS-REPL-IDX FROM 1 BY 1
               UNTIL WS-REPL-IDX > WS-SBX-TO-LENGTH(WS-MATCH-IDX)
             MOVE WS-SBX-TO-TEXT(WS-MATCH-IDX)(WS-REPL-IDX:1)
               TO WS-CLEAN-CHAR
             PERFORM Append-Clean-Char
           END-PERFORM
           ADD WS-MATCH-LENGTH TO WS-IN-POS.

       Append-Clean-Char.
           ADD 1 TO WS-OUT-POS
           IF WS-OUT-POS > WS-RL-LENGTH(WS-RULE-IDX)
             IF WS-CLEAN-CHAR NOT = SPACE
               MOVE "Y" TO WS-OVERFLOW-SW
             END-IF
           ELSE
             MOVE WS-CLEAN-CHAR TO WS-CLEAN-FIELD(WS-OUT-POS:1)
           END-IF.

       Hold-Detail-Line.
           IF WS-DETAIL-COUNT < WS-DETAIL-LIMIT
             ADD 1 TO WS-DETAIL-COUNT
             MOVE WS-DETAIL-LINE TO WS-DETAIL-TEXT(WS-DETAIL-COUNT)
           ELSE
             ADD 1 TO WS-DETAIL-LOST
           END-IF.

       Write-Cleanse-Heading.
           MOVE SPACES TO CLEANSE-LINE
           STRING "CHARACTER CLEANSE REGISTER - RUN DATE "
             DELIMITED BY SIZE
             WS-RUN-DATE DELIMITED BY SIZE
             INTO CLEANSE-LINE
           END-STRING
           WRITE CLEANSE-LINE
           MOVE SPACES TO CLEANSE-LINE
           STRING "INPUT " DELIMITED BY SIZE
             WS-DATA-NAME DELIMITED BY SIZE
             " COPY " DELIMITED BY SIZE
             WS-CLEANSE-OUT-NAME DELIMITED BY SIZE
             " TYPE " DELIMITED BY SIZE
             WS-LAYOUT-TYPE DELIMITED BY SIZE
             INTO CLEANSE-LINE
           END-STRING
           WRITE CLEANSE-LINE
           MOVE SPACES TO CLEANSE-LINE
           WRITE CLEANSE-LINE.

       Write-Cleanse-Record.
           MOVE SPACES TO CLEANSE-LINE
           STRING "RECORD " DELIMITED BY SIZE
             WS-RECORD-NUM DELIMITED BY SIZE
             INTO CLEANSE-LINE
           END-STRING
           WRITE CLEANSE-LINE
           MOVE SPACES TO CLEANSE-LINE
           STRING "  BEFORE: " DELIMITED BY SIZE
             CLEANSE-IN-RECORD DELIMITED BY SIZE
             INTO CLEANSE-LINE
           END-STRING
           PERFORM Mask-Unprintable
           WRITE CLEANSE-LINE
           MOVE SPACES TO CLEANSE-LINE
           STRING "  AFTER : " DELIMITED BY SIZE
             WS-CLEAN-RECORD DELIMITED BY SIZE
             INTO CLEANSE-LINE
           END-STRING
           PERFORM Mask-Unprintable
           WRITE CLEANSE-LINE
           PERFORM VARYING WS-DETAIL-IDX FROM 1 BY 1
               UNTIL WS-DETAIL-IDX > WS-DETAIL-COUNT
             MOVE WS-DETAIL-TEXT(WS-DETAIL-IDX) TO CLEANSE-LINE
             PERFORM Mask-Unprintable
             WRITE CLEANSE-LINE
           END-PERFORM
           IF WS-DETAIL-LOST > 0
             MOVE SPACES TO CLEANSE-LINE
             STRING "  ... AND " DELIMITED BY SIZE
               WS-DETAIL-LOST DELIMITED BY SIZE
               " MORE IN THIS RECORD" DELIMITED BY SIZE
               INTO CLEANSE-LINE
             END-STRING
             WRITE CLEANSE-LINE
           END-IF.

      *Control characters shown on the register would break the
      *print file, so they are shown as a dot; the HEX column says
      *what they were.
       Mask-Unprintable.
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
               UNTIL WS-CHAR-IDX > 220
             IF CLEANSE-LINE(WS-CHAR-IDX:1) < SPACE
               MOVE "." TO CLEANSE-LINE(WS-CHAR-IDX:1)
             END-IF
           END-PERFORM.

       Write-Cleanse-Summary.
           MOVE SPACES TO CLEANSE-LINE
           WRITE CLEANSE-LINE
           MOVE SPACES TO CLEANSE-LINE
           STRING "RECORDS " DELIMITED BY SIZE
             WS-RECORD-NUM DELIMITED BY SIZE
             " CHANGED " DELIMITED BY SIZE
             WS-CHANGED-COUNT DELIMITED BY SIZE
             " WRITTEN " DELIMITED BY SIZE
             WS-WRITTEN-COUNT DELIMITED BY SIZE
             INTO CLEANSE-LINE
           END-STRING
           WRITE CLEANSE-LINE
           MOVE SPACES TO CLEANSE-LINE
           STRING "CHARACTERS SUBSTITUTED " DELIMITED BY SIZE
             WS-SUBSTITUTED-COUNT DELIMITED BY SIZE
             " LEFT FOR REVIEW " DELIMITED BY SIZE
             WS-UNMAPPED-COUNT DELIMITED BY SIZE
             " FIELD OVERFLOWS " DELIMITED BY SIZE
             WS-FIELD-OVERFLOW-COUNT DELIMITED BY SIZE
             INTO CLEANSE-LINE
           END-STRING
           WRITE CLEANSE-LINE.

       Write-Runctl-Start.
           MOVE "S" TO WS-RUNCTL-PHASE
           MOVE 0 TO WS-RUNCTL-RC
