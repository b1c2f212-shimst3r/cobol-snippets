      *Shared layout of one inbound campaign-response record - the
      *campaign answered, the customer number printed on the
      *mailing, the date the answer came in, and how it came in
      *(M mail, P phone, W web). The file is appended by the
      *response handling and read by CampaignResults. For inclusion
      *inside a program's own 01-level FD record description.
         02 CrCampaign PIC X(8).
         02 FILLER PIC X.
         02 CrCustomerNumber PIC 9(7).
         02 FILLER PIC X.
         02 CrResponseDate PIC 9(8).
         02 FILLER PIC X.
         02 CrChannel PIC X.
           88 Response-By-Mail VALUE "M".
           88 Response-By-Phone VALUE "P".
           88 Response-By-Web VALUE "W".
