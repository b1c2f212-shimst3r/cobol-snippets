       01 WS-COUNT-C PIC 9(7) VALUE 0.
       01 WS-COUNT-F PIC 9(7) VALUE 0.
       01 WS-COUNT-R PIC 9(7) VALUE 0.
       01 WS-COUNT-S PIC 9(7) VALUE 0.
       01 WS-COUNT-A PIC 9(7) VALUE 0.
       01 WS-CLOSE-BALANCE PIC S9(11)V99 VALUE 0.
       01 WS-BALANCE-DISP PIC +ZZZZZZZZZZ9.99.

               WHEN "C" ADD 1 TO WS-COUNT-C
               WHEN "F" ADD 1 TO WS-COUNT-F
               WHEN "R" ADD 1 TO WS-COUNT-R
               WHEN "S" ADD 1 TO WS-COUNT-S
               WHEN "A" ADD 1 TO WS-COUNT-A
             END-EVALUATE
             IF LedgerEntryType NOT = "C"
               ADD LedgerSumResult TO WS-CLOSE-BALANCE
           MOVE WS-COUNT-C TO CatCountC
           MOVE WS-COUNT-F TO CatCountF
           MOVE WS-COUNT-R TO CatCountR
           MOVE WS-COUNT-S TO CatCountS
           MOVE WS-COUNT-A TO CatCountA
           MOVE WS-CLOSE-BALANCE TO CatBalance
           MOVE WS-RUN-DATE TO CatCloseDate
           WRITE CATALOG-RECORD
