      *Shared layout of one character-substitution rule for the
      *CharTester cleanse mode. The characters to replace are given
      *as hexadecimal byte pairs, so multi-byte characters (u-umlaut
      *is C3BC in a UTF-8 file), a tab (09) and unprintables can all
      *be keyed. A single-byte rule may name the last byte of a
      *range in SbThruHex (00 thru 1F covers the control
      *characters). The replacement is SbToLength characters of
      *SbToText, so a rule can replace with a space (length 1) or
      *remove the character (length 0). Maintained by CharSubstMaint.
      *For inclusion inside a program's own 01-level FD record
      *description.
         02 SbFromHex PIC X(8).
         02 FILLER PIC X.
         02 SbThruHex PIC X(2).
         02 FILLER PIC X.
         02 SbToLength PIC 9.
         02 FILLER PIC X.
         02 SbToText PIC X(4).
         02 FILLER PIC X.
         02 SbDescription PIC X(20).
