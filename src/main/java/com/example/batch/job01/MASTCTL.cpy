      *> transaction master control record, master-control.txt, kept
      *> by the roll-forward proof CobolTasklet30: the record count
      *> and total cumulative amount of transaction-master.dat as of
      *> the last business date the proof came out clean, and the
      *> last line of master-movements.txt and of master-changes.txt
      *> that proof took in - the next proof rolls forward from the
      *> lines after them. the amount is signed and edited, as on
      *> the movement lines; MCT-CUM-AMOUNT-X is the same bytes for
      *> numval.
       01  MCT-CONTROL-RECORD.
           05  MCT-PROVEN-DATE        pic 9(8).
           05  filler                 pic x(1).
           05  MCT-PROVEN-TIME        pic 9(8).
           05  filler                 pic x(1).
           05  MCT-RECORD-COUNT       pic 9(9).
           05  filler                 pic x(1).
           05  MCT-CUM-AMOUNT         pic -(13)9.99.
           05  MCT-CUM-AMOUNT-X redefines MCT-CUM-AMOUNT
                                      pic x(17).
           05  filler                 pic x(1).
           05  MCT-MOVE-MARK          pic x(74).
           05  filler                 pic x(1).
           05  MCT-CHANGE-MARK        pic x(136).
