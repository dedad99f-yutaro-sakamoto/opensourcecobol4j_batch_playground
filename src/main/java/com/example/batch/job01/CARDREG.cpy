      *> operator card approval register, card-register.txt, kept by
      *> the card approval step CobolTasklet28: one line per control
      *> card file, naming who prepared the card, who approved it and
      *> on what business date, and the record count and hash total
      *> the card had when it was approved. every step driven by a
      *> card checks the card against its line before using it: a
      *> card with no approver, approved by its own preparer, or
      *> whose count or hash no longer match is not used. the hash
      *> total folds every character of every line, in order, so a
      *> changed amount, a reordered line or an edited reason code
      *> all show - CobolTasklet28 and the checking steps compute it
      *> the same way.
       01  CRG-REGISTER-RECORD.
           05  CRG-CARD-NAME          pic x(32).
           05  filler                 pic x(1).
           05  CRG-PREPARER-ID        pic x(8).
           05  filler                 pic x(1).
           05  CRG-APPROVER-ID        pic x(8).
           05  filler                 pic x(1).
           05  CRG-APPROVAL-DATE      pic 9(8).
           05  filler                 pic x(1).
           05  CRG-RECORD-COUNT       pic 9(7).
           05  filler                 pic x(1).
           05  CRG-HASH-TOTAL         pic 9(15).
