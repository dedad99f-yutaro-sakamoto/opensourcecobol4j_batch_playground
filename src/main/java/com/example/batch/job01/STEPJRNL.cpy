      *> step journal record written by the cycle driver to
      *> step-journal-YYYYMMDD.txt, one file per business date: which
      *> step of the cycle, under which business date, what happened
      *> to it and when (hhmmsscc), and the return code it ended with.
      *> event 'S' is written as a step is started, 'C' when it ends
      *> with a return code below 8, 'F' when it fails, 'K' when the
      *> step does not apply to the cycle and is passed over, and 'X'
      *> when the driver refuses to start it again. the forced flag
      *> is 'F' on a start the operator forced through the
      *> repeatability check.
       01  JRN-RECORD.
           05  JRN-PROGRAM-ID         pic x(16).
           05  filler                 pic x(1).
           05  JRN-BUSINESS-DATE      pic 9(8).
           05  filler                 pic x(1).
           05  JRN-EVENT              pic x(1).
           05  filler                 pic x(1).
           05  JRN-TIME               pic 9(8).
           05  filler                 pic x(1).
           05  JRN-RETURN-CODE        pic 9(4).
           05  filler                 pic x(1).
           05  JRN-FORCED             pic x(1).
