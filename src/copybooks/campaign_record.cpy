      *Shared layout of one campaign-master record - one selection
      *segment of a targeted customer mailing. A campaign has one or
      *more segments, numbered from 01, each with its own criteria;
      *a customer is selected into the first segment whose criteria
      *all match. A blank language or country, an age band of 000
      *to 999, and birth month 00 mean any. Birth month 13 means the
      *month after the selection run. Maintained by CampaignMaint;
      *read by CampaignSelect and CampaignResults. For inclusion
      *inside a program's own 01-level FD record description.
         02 CgCampaign PIC X(8).
         02 FILLER PIC X.
         02 CgSegment PIC 99.
         02 FILLER PIC X.
         02 CgDescription PIC X(30).
         02 FILLER PIC X.
         02 CgLanguage PIC XX.
         02 FILLER PIC X.
         02 CgAgeFrom PIC 9(3).
         02 FILLER PIC X.
         02 CgAgeTo PIC 9(3).
         02 FILLER PIC X.
         02 CgBirthMonth PIC 99.
           88 Campaign-Any-Month VALUE 0.
           88 Campaign-Next-Month VALUE 13.
         02 FILLER PIC X.
         02 CgCountry PIC X(12).
