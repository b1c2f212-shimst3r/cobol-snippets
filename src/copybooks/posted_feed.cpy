      *Shared layout of one posted-feeds register entry - one record
      *per accepted amounts feed, keyed by the feed's header date
      *plus source id, so a rerun cannot post the identical file a
      *second time. An override posting carries the operator id
      *that approved the override request on the approval queue
      *and the operator id that raised it. A feed posted by
      *SuspenseRepair after repair carries S as its override flag,
      *or O when the re-post needed an approved override; the
      *trailing repost flag is Y on every feed SuspenseRepair posts
      *either way, and blank on registrations made before it was
      *added. For inclusion inside a program's own 01-level FD
      *record description.
         02 PfFileDate PIC 9(8).
         02 PfSourceId PIC X(8).
         02 PfPostedDate PIC 9(8).
           03 PfPostedSecond PIC 99.
         02 PfOverrideFlag PIC X.
         02 PfSupervisor PIC X(8).
         02 PfRequester PIC X(8).
         02 PfSuspenseRepost PIC X.
           88 Posted-From-Suspense VALUE "Y".
