      *> screening review queue record, kept on screening-review.txt
      *> by the pre-posting screening step CobolTasklet25. one line
      *> per file2.txt detail held back from posting: the business
      *> date it was screened out, the branch that sent it, the rule
      *> that fired, the amount for the reader and the detail record
      *> itself exactly as it stood in file2.txt, so a release puts
      *> back the very record that was taken out. state 'P' is waiting
      *> for review; state 'R' has been released into the cycle of
      *> SCR-RELEASE-DATE on the word of SCR-OPERATOR-ID and is kept
      *> (for the retention period) so a backout of that cycle can
      *> put the item back in the queue.
       01  SCR-QUEUE-RECORD.
           05  SCR-FLAG-DATE          pic 9(8).
           05  filler                 pic x(1).
           05  SCR-BRANCH             pic x(8).
           05  filler                 pic x(1).
           05  SCR-RULE               pic x(16).
           05  filler                 pic x(1).
           05  SCR-STATE              pic x(1).
           05  filler                 pic x(1).
           05  SCR-RELEASE-DATE       pic 9(8).
           05  filler                 pic x(1).
           05  SCR-OPERATOR-ID        pic x(8).
           05  filler                 pic x(1).
           05  SCR-AMOUNT             pic -(7)9.99.
           05  filler                 pic x(1).
           05  SCR-DETAIL             pic x(38).
