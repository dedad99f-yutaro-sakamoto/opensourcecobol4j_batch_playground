      *> closed accounting period, one line per month on
      *> closed-periods.txt, appended by the month-end close step once
      *> the month's summary has tied to the ledger: the period
      *> (yyyymm), the business date it was closed on, and the month's
      *> detail count and amount as closed. a business date whose
      *> yyyymm is on this file may no longer be changed.
       01  CLP-RECORD.
           05  CLP-PERIOD             pic 9(6).
           05  filler                 pic x(1).
           05  CLP-CLOSE-DATE         pic 9(8).
           05  filler                 pic x(1).
           05  CLP-COUNT              pic 9(9).
           05  filler                 pic x(1).
           05  CLP-AMOUNT             pic s9(13)v99.
