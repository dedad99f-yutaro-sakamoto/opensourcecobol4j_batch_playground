      *> transaction master change record, appended to
      *> master-changes.txt by every step that writes, rewrites or
      *> deletes a transaction-master.dat record, one line per change:
      *> the business date and step that made it, the kind of change
      *> and the master record as it stood before and after. the
      *> before image is spaces for a record the change created, the
      *> after image spaces for one it removed. change types:
      *>   NP new posting (CobolTasklet5)
      *>   NT netting of a reversal or adjustment (CobolTasklet5)
      *>   RP approved re-presentment (CobolTasklet13)
      *>   MN master maintenance card (CobolTasklet22)
      *>   BA backout adjustment (CobolTasklet14)
      *>   BR backout removal (CobolTasklet14)
      *>   PG purge (CobolTasklet20)
      *> a backout's lines carry the business date the backout ran
      *> like every other step's, with the business date it backed
      *> out in MCH-BACKOUT-DATE; every other step leaves it spaces.
      *> the change-data-capture extract CobolTasklet27 builds each
      *> business date's delta for the warehouse from these lines.
       01  MCH-CHANGE-RECORD.
           05  MCH-BUSINESS-DATE      pic 9(8).
           05  filler                 pic x(1).
           05  MCH-TIME               pic 9(8).
           05  filler                 pic x(1).
           05  MCH-STEP               pic x(16).
           05  filler                 pic x(1).
           05  MCH-CHANGE-TYPE        pic x(2).
           05  filler                 pic x(1).
           05  MCH-TRANS-ID           pic 9(7).
           05  filler                 pic x(1).
           05  MCH-BEFORE-IMAGE       pic x(40).
           05  filler                 pic x(1).
           05  MCH-AFTER-IMAGE        pic x(40).
           05  filler                 pic x(1).
           05  MCH-BACKOUT-DATE       pic x(8).
