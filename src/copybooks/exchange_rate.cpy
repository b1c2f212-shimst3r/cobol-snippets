      *Shared layout of one exchange-rate record - the foreign
      *currency code a branch section of the amounts feed carries
      *(AmtCurrencyCode), the date the rate applies to, and the rate
      *itself as home-currency units for one unit of the foreign
      *currency. One rate per currency per day. Maintained by
      *RateMaint and read by ExchangeRate on behalf of the posting
      *programs. For inclusion inside a program's own 01-level FD
      *record description.
         02 XrCurrency PIC X(3).
         02 FILLER PIC X.
         02 XrRateDate PIC 9(8).
         02 FILLER PIC X.
         02 XrRate PIC 9(5)V9(6).
