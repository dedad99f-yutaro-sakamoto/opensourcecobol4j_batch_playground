      *> period accumulator line on period-totals.txt, written by the
      *> month-end close step: one line per closed month and total
      *> kind - 'S' by MAST-STATUS, 'B' by branch, 'C' by currency -
      *> and key, carrying the month's detail count and amount. the
      *> year-to-date figures are the sum of the year's lines.
       01  PT-RECORD.
           05  PT-PERIOD              pic 9(6).
           05  filler                 pic x(1).
           05  PT-KIND                pic x(1).
           05  filler                 pic x(1).
           05  PT-KEY                 pic x(8).
           05  filler                 pic x(1).
           05  PT-COUNT               pic 9(9).
           05  filler                 pic x(1).
           05  PT-AMOUNT              pic s9(13)v99.
