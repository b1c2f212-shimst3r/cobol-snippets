      *Campaign and selection segment a customer was selected into
      *by CampaignSelect - appended after the customer_record and
      *customer_number copybooks, so the campaign selection file
      *reads in the customer-file layout and the label and greeting
      *runs can take it in place of the whole customer file. Blank
      *on the customer file itself. For inclusion inside a
      *program's own 01-level record description, after the
      *customer_number copybook.
         02 CsCampaign PIC X(8).
         02 CsSegment PIC 99.
