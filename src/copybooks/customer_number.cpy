      *Permanent customer number - assigned once from the customer
      *next-number control and never reused, even after a merge
      *retires it. Appended after the shared customer fields on the
      *customer file rather than inside customer_record, which the
      *employee layout copies as well. For inclusion inside a
      *program's own 01-level record description, after the
      *customer_record copybook.
         02 CustomerNumber PIC 9(7).
