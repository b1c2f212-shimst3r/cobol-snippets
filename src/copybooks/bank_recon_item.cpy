      *Shared layout of one bank reconciliation carry-forward
      *record - every item still unmatched after a night's
      *reconciliation is kept for the next night: an L item is a
      *B entry from the calc ledger not yet seen on the bank
      *statement, a B item is a bank statement line not yet found
      *on the ledger. The one H control record carries the date of
      *the last bank statement taken in, and the number of live
      *ledger records already read with the timestamp of the live
      *ledger's first record (BiLedgerRecords, BiLedgerStamp), so
      *each is only picked up once.
      *BiAlerted is Y once the item's overdue alert has been
      *raised. Written and read back by BankRecon. For inclusion
      *inside a program's own 01-level FD record description.
         02 BiItemSource PIC X.
           88 Recon-Control VALUE "H".
           88 Recon-Ledger-Item VALUE "L".
           88 Recon-Bank-Item VALUE "B".
         02 FILLER PIC X.
         02 BiItemDate PIC 9(8).
         02 FILLER PIC X.
         02 BiAmount PIC S9(11)V99 SIGN LEADING SEPARATE.
         02 FILLER PIC X.
         02 BiBranch PIC X(4).
         02 FILLER PIC X.
         02 BiLedgerStamp PIC 9(14).
         02 FILLER PIC X.
         02 BiReference PIC X(18).
         02 BiControlPosition REDEFINES BiReference.
           03 BiLedgerRecords PIC 9(7).
           03 FILLER PIC X(11).
         02 FILLER PIC X.
         02 BiAlerted PIC X.
           88 Recon-Alert-Raised VALUE "Y".
