      *> partition list, partition-list.txt, written by the branch
      *> merge CobolTasklet9 when it splits the merged stream at the
      *> branch batch records, and read by the cycle driver
      *> CobolTasklet21 (which runs CobolTasklet2 once per line) and
      *> the partition merge CobolTasklet29. one line per partition:
      *> partitions 01 and up hold one branch each, in the order the
      *> branches stand in file1.txt; partition 00 holds every detail
      *> whose trans-id turns up under more than one branch, so a
      *> reversal or adjustment of another branch's item nets in one
      *> place, in stream order. PTL-SHARED-COUNT is how many of the
      *> branch's details went to partition 00 instead.
       01  PTL-PARTITION-RECORD.
           05  PTL-BUSINESS-DATE      pic 9(8).
           05  filler                 pic x(1).
           05  PTL-PARTITION          pic 9(2).
           05  filler                 pic x(1).
           05  PTL-BRANCH             pic x(8).
           05  filler                 pic x(1).
           05  PTL-DETAIL-COUNT       pic 9(7).
           05  filler                 pic x(1).
           05  PTL-SHARED-COUNT       pic 9(7).
