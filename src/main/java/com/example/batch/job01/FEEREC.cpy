      *> branch fee charge record, written to branch-fees.txt by the
      *> fee step CobolTasklet26 and read by the gl interface
      *> CobolTasklet8 and the settlement statements CobolTasklet18.
      *> one line per branch, kind of charge and rate for the cycle:
      *> kind 'D', 'R' or 'J' is the per-item fee for originals,
      *> reversals and adjustments (FEE-TIER-FROM is the monthly item
      *> count above which that rate applies), 'X' the per-reject fee
      *> and 'S' the per-suspense-item fee. the amount is FEE-COUNT
      *> times FEE-RATE and posts as a debit to the branch's
      *> receivable account and a credit to the fee income account.
       01  FEE-RECORD.
           05  FEE-BUSINESS-DATE      pic 9(8).
           05  filler                 pic x(1).
           05  FEE-BRANCH             pic x(8).
           05  filler                 pic x(1).
           05  FEE-KIND               pic x(1).
           05  filler                 pic x(1).
           05  FEE-TIER-FROM          pic 9(7).
           05  filler                 pic x(1).
           05  FEE-COUNT              pic 9(7).
           05  filler                 pic x(1).
           05  FEE-RATE               pic 9(3)v99.
           05  filler                 pic x(1).
           05  FEE-AMOUNT             pic 9(9)v99.
           05  filler                 pic x(1).
           05  FEE-RECV-ACCOUNT       pic 9(8).
           05  filler                 pic x(1).
           05  FEE-INCOME-ACCOUNT     pic 9(8).
