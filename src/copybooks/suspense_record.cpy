             04 SusFileDate PIC 9(8).
             04 SusSourceId PIC X(8).
             04 FILLER PIC X(5).
           03 SusBranchBody REDEFINES SusRecordBody.
             04 SusBranchCode PIC X(4).
             04 SusCurrencyCode PIC X(3).
             04 FILLER PIC X(14).
           03 SusDetailBody REDEFINES SusRecordBody.
             04 SusCategory PIC X(4).
             04 SusAmount PIC S9(7)V99 SIGN LEADING SEPARATE.
