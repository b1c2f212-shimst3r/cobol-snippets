      *Shared layout of one postal reference entry. Type F gives a
      *valid postal-code format for a country - 9 a digit, A a
      *letter, any other character itself, trailing spaces the end
      *of the code - and a country may have several. Type C gives a
      *known postal-code-to-city pair; a postal code with pairs on
      *file must carry one of their cities, one without is not
      *checked for its city. Read by PostalCheck. For inclusion
      *inside a program's own 01-level FD record description.
         02 PrType PIC X.
           88 Postal-Format-Entry VALUE "F".
           88 Postal-City-Entry VALUE "C".
         02 FILLER PIC X.
         02 PrCountry PIC X(12).
         02 FILLER PIC X.
         02 PrPostalCode PIC X(8).
         02 PrFormat REDEFINES PrPostalCode PIC X(8).
         02 FILLER PIC X.
         02 PrCity PIC X(15).
