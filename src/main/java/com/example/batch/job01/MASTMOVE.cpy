      *> transaction master movement record, appended to
      *> master-movements.txt by every step that changes the master,
      *> once per run: how many master records the step changed and
      *> the net amount it moved onto (or took off) the cumulative
      *> balances, counted from the step's own postings rather than
      *> from the master. the change-data-capture extract
      *> CobolTasklet27 ties the business date's change records on
      *> master-changes.txt to the sum of these lines. the records
      *> the step added to and removed from the master ride at the
      *> end of the line for the roll-forward proof CobolTasklet30.
       01  MMV-MOVEMENT-RECORD.
           05  MMV-BUSINESS-DATE      pic 9(8).
           05  filler                 pic x(1).
           05  MMV-TIME               pic 9(8).
           05  filler                 pic x(1).
           05  MMV-STEP               pic x(16).
           05  filler                 pic x(1).
           05  MMV-CHANGE-COUNT       pic 9(7).
           05  filler                 pic x(1).
           05  MMV-NET-AMOUNT         pic -(11)9.99.
           05  filler                 pic x(1).
           05  MMV-RECORDS-ADDED      pic 9(7).
           05  filler                 pic x(1).
           05  MMV-RECORDS-REMOVED    pic 9(7).
