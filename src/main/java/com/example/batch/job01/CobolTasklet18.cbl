      *> the details that posted with their netted amounts, the
      *> rejects and suspense items belonging to that branch, and
      *> branch-level control totals that tie back to
      *> merge-report.txt. the screening step CobolTasklet25 stamps
      *> its review queue with the branch too, so each statement also
      *> shows what screening held back this cycle, what it released
      *> back into the cycle, and how much of the branch's business is
      *> still waiting on review. the fee step CobolTasklet26 prices
      *> each branch's cycle on branch-fees.txt, and the statement
      *> lists every charge - what it was for, how many, the rate and
      *> the tier - so the branch sees exactly what it was billed.
       environment division.
         input-output section.
         file-control.
           select susp assign to dynamic ws-susp-name
           organization is line sequential
           file status is ws-susp-status-fs.
           select scq assign to dynamic ws-scq-name
           organization is line sequential
           file status is ws-scq-status.
           select fees assign to dynamic ws-fees-name
           organization is line sequential
           file status is ws-fees-status.
           select stm assign to dynamic ws-stm-name
           organization is line sequential
           file status is ws-stm-status.
       01 rej-line pic x(110).
       fd susp.
       01 susp-line pic x(60).
       fd scq.
       01 scq-line pic x(105).
       fd fees.
       copy "FEEREC.cpy".
       fd stm.
       01 stm-line pic x(80).
       fd aud.
           05 filler              pic x(1).
           05 ws-susp-branch      pic x(8).
           05 filler              pic x(12).
      *> a screening review queue line as CobolTasklet25 writes it.
       copy "SCRNQ.cpy".
       01 ws-g-status pic xx value '00'.
       01 ws-rej-status pic xx value '00'.
       01 ws-susp-status-fs pic xx value '00'.
       01 ws-scq-status pic xx value '00'.
       01 ws-fees-status pic xx value '00'.
       01 ws-stm-status pic xx value '00'.
       01 ws-aud-status pic xx value '00'.
       01 ws-ctl-status pic xx value '00'.
       01 ws-file2-name pic x(64) value 'file2.txt'.
       01 ws-rej-name pic x(64) value 'file1-rejects.txt'.
       01 ws-susp-name pic x(64) value 'trans-suspense.txt'.
       01 ws-scq-name pic x(64) value 'screening-review.txt'.
       01 ws-fees-name pic x(64) value 'branch-fees.txt'.
       01 ws-stm-name pic x(64) value 'branch-statements.txt'.
       01 ws-eof-switch pic x value 'N'.
       01 ws-run-date pic 9(8) value 0.
               10 ws-bt-amount pic s9(11)v99.
               10 ws-bt-rejects pic 9(7).
               10 ws-bt-suspense pic 9(7).
               10 ws-bt-screened pic 9(7).
               10 ws-bt-released pic 9(7).
               10 ws-bt-awaiting pic 9(7).
               10 ws-bt-fees pic 9(11)v99.
       01 ws-branch-ix pic 9(2) value 0.
       01 ws-this-ix pic 9(2) value 0.
       01 ws-branch-found pic x value 'N'.
       01 ws-stm-branch pic x(8) value spaces.
       01 ws-amount-disp pic -(11)9.99.
       01 ws-count-disp pic zzzzzz9.
       01 ws-fee-disp pic z(8)9.99.
       01 ws-rate-disp pic zz9.99.
       01 ws-tier-disp pic z(6)9.
       01 ws-fee-desc pic x(16) value spaces.
       01 ws-detail-line.
           05 filler pic x(2) value spaces.
           05 ws-det-id pic 9(7).
           move spaces to ws-susp-name
           string 'trans-suspense-' ws-business-date '.txt'
               delimited by size into ws-susp-name
           move spaces to ws-scq-name
           string 'screening-review-' ws-business-date '.txt'
               delimited by size into ws-scq-name
           move spaces to ws-fees-name
           string 'branch-fees-' ws-business-date '.txt'
               delimited by size into ws-fees-name
           move spaces to ws-stm-name
           string 'branch-statements-' ws-business-date '.txt'
               delimited by size into ws-stm-name
           move 0 to ws-bt-amount (ws-branch-count)
           move 0 to ws-bt-rejects (ws-branch-count)
           move 0 to ws-bt-suspense (ws-branch-count)
           move 0 to ws-bt-screened (ws-branch-count)
           move 0 to ws-bt-released (ws-branch-count)
           move 0 to ws-bt-awaiting (ws-branch-count)
           move 0 to ws-bt-fees (ws-branch-count)
           move ws-branch-count to ws-this-ix
       end-if.

       move 'SUSPENSE ITEMS' to stm-line.
       write stm-line.
       perform print-branch-suspense.
       move spaces to stm-line.
       move 'SCREENING' to stm-line.
       write stm-line.
       perform print-branch-screening.
       move spaces to stm-line.
       move 'FEES' to stm-line.
       write stm-line.
       perform print-branch-fees.
       perform print-branch-totals.
       move spaces to stm-line.
       write stm-line.
           move 'N' to ws-eof-switch
       end-if.

      *> the items screening held back today and released today are
      *> listed; items held back on earlier days and still waiting
      *> are only counted.
       print-branch-screening.
       open input scq.
       if ws-scq-status = '00'
           perform until ws-eof-switch = 'Y'
               read scq
                   at end
                       move 'Y' to ws-eof-switch
                   not at end
                       move scq-line to scr-queue-record
                       if scr-branch = ws-stm-branch
                           perform list-screening-item
                       end-if
               end-read
           end-perform
           close scq
           move 'N' to ws-eof-switch
       end-if.

       list-screening-item.
       if scr-state = 'P'
           add 1 to ws-bt-awaiting (ws-branch-ix)
           if scr-flag-date = ws-business-date
               add 1 to ws-bt-screened (ws-branch-ix)
               move spaces to stm-line
               string '  ' scr-detail (2:7) ' AMOUNT ' scr-amount
                   ' HELD ' scr-rule
                   delimited by size into stm-line
               write stm-line
           end-if
       else
           if scr-release-date = ws-business-date
               add 1 to ws-bt-released (ws-branch-ix)
               move spaces to stm-line
               string '  ' scr-detail (2:7) ' AMOUNT ' scr-amount
                   ' RELEASED, HELD ' scr-flag-date
                   delimited by size into stm-line
               write stm-line
           end-if
       end-if.

      *> each charge line shows what it was for, how many items,
      *> the rate and - for the per-item fees - the monthly count the
      *> rate's tier starts above.
       print-branch-fees.
       open input fees.
       if ws-fees-status = '00'
           perform until ws-eof-switch = 'Y'
               read fees
                   at end
                       move 'Y' to ws-eof-switch
                   not at end
                       if fee-branch = ws-stm-branch
                           perform list-fee-line
                       end-if
               end-read
           end-perform
           close fees
           move 'N' to ws-eof-switch
       end-if.

       list-fee-line.
       evaluate fee-kind
           when 'D'
               move 'ITEMS ORIGINAL' to ws-fee-desc
           when 'R'
               move 'ITEMS REVERSAL' to ws-fee-desc
           when 'J'
               move 'ITEMS ADJUSTMENT' to ws-fee-desc
           when 'X'
               move 'REJECTS' to ws-fee-desc
           when 'S'
               move 'SUSPENSE ITEMS' to ws-fee-desc
           when other
               move 'OTHER' to ws-fee-desc
       end-evaluate.
       add fee-amount to ws-bt-fees (ws-branch-ix).
       move fee-count to ws-count-disp.
       move fee-rate to ws-rate-disp.
       move fee-amount to ws-fee-disp.
       move spaces to stm-line.
       if fee-kind = 'D' or fee-kind = 'R' or fee-kind = 'J'
           move fee-tier-from to ws-tier-disp
           string '  ' ws-fee-desc ws-count-disp ' AT ' ws-rate-disp
               ' ABOVE ' ws-tier-disp ' = ' ws-fee-disp
               delimited by size into stm-line
       else
           string '  ' ws-fee-desc ws-count-disp ' AT ' ws-rate-disp
               '               = ' ws-fee-disp
               delimited by size into stm-line
       end-if.
       write stm-line.

       print-branch-totals.
       move ws-bt-details (ws-branch-ix) to ws-count-disp.
       move ws-bt-amount (ws-branch-ix) to ws-amount-disp.
       string '               SUSPENSE ' ws-count-disp
           delimited by size into stm-line.
       write stm-line.
       move ws-bt-screened (ws-branch-ix) to ws-count-disp.
       move spaces to stm-line.
       string '               SCREENED ' ws-count-disp
           delimited by size into stm-line.
       write stm-line.
       move ws-bt-released (ws-branch-ix) to ws-count-disp.
       move spaces to stm-line.
       string '               RELEASED ' ws-count-disp
           delimited by size into stm-line.
       write stm-line.
       move ws-bt-awaiting (ws-branch-ix) to ws-count-disp.
       move spaces to stm-line.
       string '               AWAITING REVIEW ' ws-count-disp
           delimited by size into stm-line.
       write stm-line.
       move ws-bt-fees (ws-branch-ix) to ws-fee-disp.
       move spaces to stm-line.
       string '               FEES CHARGED ' ws-fee-disp
           delimited by size into stm-line.
       write stm-line.

      *> append this step's line to the shared run-audit file so the
      *> morning operator can see the statements were produced.
