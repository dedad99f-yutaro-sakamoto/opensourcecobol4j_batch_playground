      *> on the trans-id carried in the file2.txt detail records.
      *> copy with replacing PFX-xxx to get a distinct set of field
      *> names per file section entry, as TRANREC.cpy does.
      *> the hold flag is set by the master maintenance step: space
      *> for an open record, 'H' while the record is held and 'C'
      *> once it is closed. a held or closed record takes no postings.
       01  PFX-MASTER-RECORD.
           05  PFX-MAST-TRANS-ID      pic 9(7).
           05  PFX-MAST-FIRST-DATE    pic 9(8).
           05  PFX-MAST-LAST-DATE     pic 9(8).
           05  PFX-MAST-CUM-AMOUNT    pic s9(9)v99.
           05  PFX-MAST-STATUS        pic x(1).
           05  PFX-MAST-HOLD-FLAG     pic x(1).
           05  filler                 pic x(4).
