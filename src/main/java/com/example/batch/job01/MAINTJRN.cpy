      *> master maintenance journal record, appended by the master
      *> maintenance step to maintenance-journal.txt for every card it
      *> acts on: when, which trans-id, what was asked for, on what
      *> reason and by which operator, what came of it, and the
      *> transaction-master.dat record as it stood before and after.
      *> a refused card carries the result that refused it, the before
      *> image as found (spaces when the trans-id is not on the
      *> master) and an after image equal to the before image.
       01  MNT-JOURNAL-RECORD.
           05  MNT-BUSINESS-DATE      pic 9(8).
           05  filler                 pic x(1).
           05  MNT-TIME               pic 9(8).
           05  filler                 pic x(1).
           05  MNT-TRANS-ID           pic x(7).
           05  filler                 pic x(1).
           05  MNT-ACTION             pic x(1).
           05  filler                 pic x(1).
           05  MNT-REASON-CODE        pic x(4).
           05  filler                 pic x(1).
           05  MNT-OPERATOR-ID        pic x(8).
           05  filler                 pic x(1).
           05  MNT-RESULT             pic x(16).
           05  filler                 pic x(1).
           05  MNT-BEFORE-IMAGE       pic x(40).
           05  filler                 pic x(1).
           05  MNT-AFTER-IMAGE        pic x(40).
