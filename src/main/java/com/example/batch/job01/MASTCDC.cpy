      *> transaction master change-data-capture extract,
      *> master-cdc-YYYYMMDD.txt, written by CobolTasklet27 for the
      *> data warehouse once per business date. a header, one detail
      *> per master change the business date's steps made, in the
      *> order they made them, and a trailer. each detail carries the
      *> change type (as on master-changes.txt), the step and
      *> business date that made it, and the TRANMAST fields before
      *> and after; a present flag of 'N' means there was no record
      *> on that side - a new posting has no before image, a backout
      *> removal or purge no after image. the net change is the after
      *> cumulative amount less the before. the trailer carries the
      *> detail count and net change, the same two figures summed
      *> from the steps' own movement lines on master-movements.txt,
      *> and whether they tie.
       01  CDC-HEADER-RECORD.
           05  CDC-HDR-TYPE           pic x(1).
           05  filler                 pic x(1).
           05  CDC-HDR-BUSINESS-DATE  pic 9(8).
           05  filler                 pic x(1).
           05  CDC-HDR-CREATED-DATE   pic 9(8).
           05  filler                 pic x(1).
           05  CDC-HDR-CREATED-TIME   pic 9(8).
       01  CDC-DETAIL-RECORD.
           05  CDC-DTL-TYPE           pic x(1).
           05  filler                 pic x(1).
           05  CDC-CHANGE-TYPE        pic x(2).
           05  filler                 pic x(1).
           05  CDC-TRANS-ID           pic 9(7).
           05  filler                 pic x(1).
           05  CDC-STEP               pic x(16).
           05  filler                 pic x(1).
           05  CDC-BUSINESS-DATE      pic 9(8).
           05  filler                 pic x(1).
           05  CDC-CHANGE-TIME        pic 9(8).
           05  filler                 pic x(1).
           05  CDC-BEFORE-PRESENT     pic x(1).
           05  filler                 pic x(1).
           05  CDC-BEF-FIRST-DATE     pic 9(8).
           05  filler                 pic x(1).
           05  CDC-BEF-LAST-DATE      pic 9(8).
           05  filler                 pic x(1).
           05  CDC-BEF-CUM-AMOUNT     pic -(9)9.99.
           05  filler                 pic x(1).
           05  CDC-BEF-STATUS         pic x(1).
           05  filler                 pic x(1).
           05  CDC-BEF-HOLD-FLAG      pic x(1).
           05  filler                 pic x(1).
           05  CDC-AFTER-PRESENT      pic x(1).
           05  filler                 pic x(1).
           05  CDC-AFT-FIRST-DATE     pic 9(8).
           05  filler                 pic x(1).
           05  CDC-AFT-LAST-DATE      pic 9(8).
           05  filler                 pic x(1).
           05  CDC-AFT-CUM-AMOUNT     pic -(9)9.99.
           05  filler                 pic x(1).
           05  CDC-AFT-STATUS         pic x(1).
           05  filler                 pic x(1).
           05  CDC-AFT-HOLD-FLAG      pic x(1).
           05  filler                 pic x(1).
           05  CDC-NET-CHANGE         pic -(10)9.99.
       01  CDC-TRAILER-RECORD.
           05  CDC-TRL-TYPE           pic x(1).
           05  filler                 pic x(1).
           05  CDC-TRL-COUNT          pic 9(7).
           05  filler                 pic x(1).
           05  CDC-TRL-NET-CHANGE     pic -(11)9.99.
           05  filler                 pic x(1).
           05  CDC-TRL-MOVE-COUNT     pic 9(7).
           05  filler                 pic x(1).
           05  CDC-TRL-MOVE-NET       pic -(11)9.99.
           05  filler                 pic x(1).
           05  CDC-TRL-TIE            pic x(5).
