       identification division.
       program-id. CobolTasklet26.
      *> branch fee calculation, run after the repair step
      *> CobolTasklet6 and ahead of suspense resolution, so the day's
      *> rejects and suspense items are still on file. prices each
      *> branch's activity for the cycle from the operator fee
      *> schedule fee-schedule.txt and writes the charges to
      *> branch-fees.txt, which CobolTasklet8 carries into
      *> gl-posting.txt and CobolTasklet18 prints on the branch's
      *> statement. the schedule lines, by their first character:
      *>   I t nnnnnnn rrrrr  per-item fee for detail status t (P is
      *>                      the D original, R reversal, J adjust-
      *>                      ment) at rate rrr.rr, for items above a
      *>                      monthly count of nnnnnnn - several lines
      *>                      per status make the volume tiers
      *>   X   0000000 rrrrr  fee per reject
      *>   S   0000000 rrrrr  fee per suspense item
      *>   A bbbbbbbb aaaaaaaa  receivable account of branch b ('*'
      *>                      for any branch not named)
      *>   N *        aaaaaaaa  fee income account
      *> the items are the branch's file2.txt details, the rejects its
      *> file1-rejects.txt lines first seen this cycle (a reject
      *> carried forward again is not charged again) and the suspense
      *> items its trans-suspense.txt lines from this cycle. the month
      *> to date item count each branch has reached, which picks the
      *> tier, is kept on fee-volume.txt. a fee with no account to go
      *> to posts to the suspense account 99999999 and ends the step
      *> with return code 4. no schedule means no fees.
       environment division.
         input-output section.
         file-control.
           select g assign to dynamic ws-file2-name
           organization is sequential
           file status is ws-g-status.
           select rej assign to dynamic ws-rej-name
           organization is line sequential
           file status is ws-rej-status.
           select susp assign to dynamic ws-susp-name
           organization is line sequential
           file status is ws-susp-status.
           select sched assign to 'fee-schedule.txt'
           organization is line sequential
           file status is ws-sched-status.
           select vol-in assign to 'fee-volume.txt'
           organization is line sequential
           file status is ws-vol-in-status.
           select vol-out assign to 'fee-volume.tmp'
           organization is line sequential
           file status is ws-vol-out-status.
           select fees assign to dynamic ws-fees-name
           organization is line sequential
           file status is ws-fees-status.
           select aud assign to 'run-audit.txt'
           organization is line sequential
           file status is ws-aud-status.
           select ctl assign to 'run-control.txt'
           organization is line sequential
           file status is ws-ctl-status.
       data division.
       file section.
       fd g.
       copy "TRANREC.cpy"
           replacing ==PFX-HEADER-RECORD== by ==G-HEADER-RECORD==,
           ==PFX-HEADER-TYPE== by ==G-HEADER-TYPE==,
           ==PFX-HEADER-RUN-DATE== by ==G-HEADER-RUN-DATE==,
           ==PFX-HEADER-EXP-COUNT== by ==G-HEADER-EXP-COUNT==,
           ==PFX-BATCH-RECORD== by ==G-BATCH-RECORD==,
           ==PFX-BATCH-TYPE== by ==G-BATCH-TYPE==,
           ==PFX-BATCH-BRANCH== by ==G-BATCH-BRANCH==,
           ==PFX-DETAIL-RECORD== by ==G-DETAIL-RECORD==,
           ==PFX-DETAIL-TYPE== by ==G-DETAIL-TYPE==,
           ==PFX-TRANS-ID== by ==G-TRANS-ID==,
           ==PFX-TRANS-DATE== by ==G-TRANS-DATE==,
           ==PFX-AMOUNT== by ==G-AMOUNT==,
           ==PFX-STATUS== by ==G-STATUS==,
           ==PFX-CURRENCY== by ==G-CURRENCY==,
           ==PFX-ORIG-AMOUNT== by ==G-ORIG-AMOUNT==,
           ==PFX-TRAILER-RECORD== by ==G-TRAILER-RECORD==,
           ==PFX-TRAILER-TYPE== by ==G-TRAILER-TYPE==,
           ==PFX-TRAILER-COUNT== by ==G-TRAILER-COUNT==.
       fd rej.
       01 rej-line pic x(110).
       fd susp.
       01 susp-line pic x(60).
       fd sched.
       01 fs-record.
           05 fs-kind             pic x(1).
           05 filler              pic x(1).
           05 fs-item-type        pic x(1).
           05 filler              pic x(1).
           05 fs-tier-from        pic 9(7).
           05 filler              pic x(1).
           05 fs-rate             pic 9(3)v99.
       01 fs-account-record.
           05 filler              pic x(1).
           05 filler              pic x(1).
           05 fs-acct-branch      pic x(8).
           05 filler              pic x(1).
           05 fs-account          pic 9(8).
       fd vol-in.
       01 vol-in-line pic x(50).
       fd vol-out.
       01 vol-record.
           05 vol-period          pic 9(6).
           05 filler              pic x(1).
           05 vol-branch          pic x(8).
           05 filler              pic x(1).
           05 vol-count-before    pic 9(9).
           05 filler              pic x(1).
           05 vol-last-date       pic 9(8).
           05 filler              pic x(1).
           05 vol-last-count      pic 9(7).
       fd fees.
       copy "FEEREC.cpy".
       fd aud.
       copy "AUDITREC.cpy".
       fd ctl.
       copy "RUNCTL.cpy".
       working-storage section.
      *> a reject line as CobolTasklet2 stamps it and CobolTasklet6
      *> ages it, and a suspense line as CobolTasklet5 writes it.
       01 ws-rej-parsed.
           05 filler              pic x(7).
           05 ws-rej-reason-code  pic x(2).
           05 filler              pic x(1).
           05 ws-rej-reason-text  pic x(24).
           05 filler              pic x(5).
           05 ws-rej-raw          pic x(38).
           05 filler              pic x(1).
           05 ws-rej-branch-tag   pic x(7).
           05 ws-rej-branch       pic x(8).
           05 filler              pic x(1).
           05 ws-rej-age-tag      pic x(4).
           05 ws-rej-age          pic 9(3).
           05 filler              pic x(9).
       01 ws-susp-parsed.
           05 ws-susp-id          pic x(7).
           05 filler              pic x(1).
           05 ws-susp-run-date    pic 9(8).
           05 filler              pic x(1).
           05 ws-susp-first-date  pic 9(8).
           05 filler              pic x(1).
           05 ws-susp-amount-x    pic x(11).
           05 filler              pic x(1).
           05 ws-susp-state       pic x(1).
           05 filler              pic x(1).
           05 ws-susp-branch      pic x(8).
           05 filler              pic x(12).
      *> a fee-volume.txt line as this program writes it.
       01 ws-vol-parsed.
           05 ws-vol-period       pic 9(6).
           05 filler              pic x(1).
           05 ws-vol-branch       pic x(8).
           05 filler              pic x(1).
           05 ws-vol-count-before pic 9(9).
           05 filler              pic x(1).
           05 ws-vol-last-date    pic 9(8).
           05 filler              pic x(1).
           05 ws-vol-last-count   pic 9(7).
           05 filler              pic x(8).
       01 ws-g-status pic xx value '00'.
       01 ws-rej-status pic xx value '00'.
       01 ws-susp-status pic xx value '00'.
       01 ws-sched-status pic xx value '00'.
       01 ws-vol-in-status pic xx value '00'.
       01 ws-vol-out-status pic xx value '00'.
       01 ws-fees-status pic xx value '00'.
       01 ws-aud-status pic xx value '00'.
       01 ws-ctl-status pic xx value '00'.
       01 ws-audit-start pic 9(8) value 0.
       01 ws-business-date pic 9(8) value 0.
       01 ws-business-parts redefines ws-business-date.
           05 ws-business-period pic 9(6).
           05 filler pic 9(2).
       01 ws-rerun-mode pic x value 'N'.
       01 ws-file2-name pic x(64) value 'file2.txt'.
       01 ws-rej-name pic x(64) value 'file1-rejects.txt'.
       01 ws-susp-name pic x(64) value 'trans-suspense.txt'.
       01 ws-fees-name pic x(64) value 'branch-fees.txt'.
       01 ws-eof-switch pic x value 'N'.
       01 ws-cur-branch pic x(8) value spaces.
       01 ws-suspense-account pic 9(8) value 99999999.
      *> the schedule: per-item tiers, the flat fees and the accounts.
       01 ws-sched-found pic x value 'N'.
       01 ws-reject-rate pic 9(3)v99 value 0.
       01 ws-susp-rate pic 9(3)v99 value 0.
       01 ws-income-account pic 9(8) value 0.
       01 ws-dflt-recv pic 9(8) value 0.
       01 ws-tr-max pic 9(2) value 30.
       01 ws-tr-count pic 9(2) value 0.
       01 ws-tier-table.
           05 ws-tier-entry occurs 30 times.
               10 ws-tr-type pic x(1).
               10 ws-tr-from pic 9(7).
               10 ws-tr-rate pic 9(3)v99.
       01 ws-tr-ix pic 9(2) value 0.
       01 ws-ra-max pic 9(2) value 50.
       01 ws-ra-count pic 9(2) value 0.
       01 ws-recv-table.
           05 ws-recv-entry occurs 50 times.
               10 ws-ra-branch pic x(8).
               10 ws-ra-account pic 9(8).
       01 ws-ra-ix pic 9(2) value 0.
       01 ws-sched-overflow pic x value 'N'.
      *> one entry per branch with activity this cycle.
       01 ws-bf-max pic 9(2) value 50.
       01 ws-bf-count pic 9(2) value 0.
       01 ws-branch-table.
           05 ws-branch-entry occurs 50 times.
               10 ws-bf-id pic x(8).
               10 ws-bf-items-p pic 9(7).
               10 ws-bf-items-r pic 9(7).
               10 ws-bf-items-j pic 9(7).
               10 ws-bf-rejects pic 9(7).
               10 ws-bf-suspense pic 9(7).
               10 ws-bf-base pic 9(9).
               10 ws-bf-on-volume pic x(1).
       01 ws-bf-ix pic 9(2) value 0.
       01 ws-this-ix pic 9(2) value 0.
       01 ws-bf-overflow pic x value 'N'.
      *> the charge lines of the branch being priced: one per kind
      *> and tier.
       01 ws-cl-max pic 9(2) value 40.
       01 ws-cl-count pic 9(2) value 0.
       01 ws-charge-table.
           05 ws-charge-entry occurs 40 times.
               10 ws-cl-kind pic x(1).
               10 ws-cl-from pic 9(7).
               10 ws-cl-rate pic 9(3)v99.
               10 ws-cl-count-n pic 9(7).
       01 ws-cl-ix pic 9(2) value 0.
       01 ws-cl-found-ix pic 9(2) value 0.
       01 ws-price-kind pic x(1) value space.
       01 ws-price-type pic x(1) value space.
       01 ws-price-n pic 9(7) value 0.
       01 ws-running-count pic 9(9) value 0.
       01 ws-tier-found pic x value 'N'.
       01 ws-tier-from pic 9(7) value 0.
       01 ws-tier-rate pic 9(3)v99 value 0.
       01 ws-recv-account pic 9(8) value 0.
       01 ws-post-income pic 9(8) value 0.
       01 ws-read-count pic 9(7) value 0.
       01 ws-fee-line-count pic 9(7) value 0.
       01 ws-unbilled-count pic 9(7) value 0.
       01 ws-fee-total pic 9(11)v99 value 0.
       01 ws-item-total pic 9(7) value 0.
       01 ws-copy-status pic s9(9) comp-5 value 0.
       01 ws-delete-status pic s9(9) comp-5 value 0.
       procedure division.

       accept ws-audit-start from time.
       perform get-business-date.
       if ws-rerun-mode = 'Y'
           move spaces to ws-file2-name
           string 'file2-' ws-business-date '.txt'
               delimited by size into ws-file2-name
           move spaces to ws-rej-name
           string 'file1-rejects-' ws-business-date '.txt'
               delimited by size into ws-rej-name
           move spaces to ws-susp-name
           string 'trans-suspense-' ws-business-date '.txt'
               delimited by size into ws-susp-name
           move spaces to ws-fees-name
           string 'branch-fees-' ws-business-date '.txt'
               delimited by size into ws-fees-name
       end-if.

      *> the fee file is always rewritten, so a day without a
      *> schedule never carries yesterday's charges into the gl.
       open output fees.
       perform load-schedule.
       if ws-sched-found = 'N'
           close fees
           move 0 to return-code
           perform write-audit-record
           stop run
       end-if.

       open input g.
       if ws-g-status not = '00'
           display 'WARNING: file2.txt could not be opened, status '
               ws-g-status
           close fees
           move 8 to return-code
           perform write-audit-record
           stop run
       end-if.
       perform collect-items.
       close g.
       perform collect-rejects.
       perform collect-suspense.
       perform roll-volume.

       perform varying ws-bf-ix from 1 by 1
               until ws-bf-ix > ws-bf-count
           perform price-branch
       end-perform.
       close fees.

       move 0 to return-code.
       if ws-unbilled-count > 0
           display 'WARNING: ' ws-unbilled-count ' fee lines have no '
               'receivable or income account, posted to suspense '
               'account ' ws-suspense-account
           move 4 to return-code
       end-if.
       if ws-bf-overflow = 'Y'
           display 'WARNING: more than ' ws-bf-max ' branches with '
               'activity, the rest were not charged'
           move 4 to return-code
       end-if.
       if ws-sched-overflow = 'Y'
           display 'WARNING: fee-schedule.txt has more lines than '
               'the tables hold, the rest were ignored'
           move 4 to return-code
       end-if.

       perform write-audit-record.
       stop run.

      *> the business date comes from the run-control card when one is
      *> present; the system clock is only a fallback. rerun mode
      *> ('R' on the card) reads and writes the date-suffixed cycle
      *> files so the current day's files are untouched.
       get-business-date.
       open input ctl.
       if ws-ctl-status = '00'
           read ctl
               at end
                   continue
               not at end
                   if ctl-business-date numeric
                           and ctl-business-date > 0
                       move ctl-business-date to ws-business-date
                       if ctl-rerun-flag = 'R'
                           move 'Y' to ws-rerun-mode
                       end-if
                   end-if
           end-read
           close ctl
       end-if.
       if ws-business-date = 0
           accept ws-business-date from date yyyymmdd
       end-if.

       load-schedule.
       open input sched.
       if ws-sched-status = '00'
           move 'Y' to ws-sched-found
           perform until ws-sched-status not = '00'
               read sched
                   at end
                       move '10' to ws-sched-status
                   not at end
                       perform add-schedule-line
               end-read
           end-perform
           close sched
       end-if.

       add-schedule-line.
       evaluate fs-kind
           when 'I'
               if fs-tier-from numeric and fs-rate numeric
                   if ws-tr-count >= ws-tr-max
                       move 'Y' to ws-sched-overflow
                   else
                       add 1 to ws-tr-count
                       move fs-item-type to ws-tr-type (ws-tr-count)
                       move fs-tier-from to ws-tr-from (ws-tr-count)
                       move fs-rate to ws-tr-rate (ws-tr-count)
                   end-if
               end-if
           when 'X'
               if fs-rate numeric
                   move fs-rate to ws-reject-rate
               end-if
           when 'S'
               if fs-rate numeric
                   move fs-rate to ws-susp-rate
               end-if
           when 'A'
               if fs-account numeric
                   if fs-acct-branch = '*'
                       move fs-account to ws-dflt-recv
                   else
                       if ws-ra-count >= ws-ra-max
                           move 'Y' to ws-sched-overflow
                       else
                           add 1 to ws-ra-count
                           move fs-acct-branch
                               to ws-ra-branch (ws-ra-count)
                           move fs-account
                               to ws-ra-account (ws-ra-count)
                       end-if
                   end-if
               end-if
           when 'N'
               if fs-account numeric
                   move fs-account to ws-income-account
               end-if
           when other
               continue
       end-evaluate.

      *> details ahead of the first batch record belong to no branch
      *> and are billed to nobody.
       collect-items.
       move spaces to ws-cur-branch.
       read g
           at end
               move 'Y' to ws-eof-switch
       end-read.
       perform until ws-eof-switch = 'Y'
           if g-detail-type = 'B'
               move g-batch-branch to ws-cur-branch
           end-if
           if g-detail-type = 'D'
               add 1 to ws-read-count
               if ws-cur-branch not = spaces
                   perform find-branch-entry
                   if ws-this-ix > 0
                       evaluate g-status
                           when 'P'
                               add 1 to ws-bf-items-p (ws-this-ix)
                           when 'R'
                               add 1 to ws-bf-items-r (ws-this-ix)
                           when 'J'
                               add 1 to ws-bf-items-j (ws-this-ix)
                       end-evaluate
                   end-if
               end-if
           end-if
           read g
               at end
                   move 'Y' to ws-eof-switch
           end-read
       end-perform.
       move 'N' to ws-eof-switch.

      *> a reject is charged in the cycle it first appears: still
      *> without an age stamp, or aged once by this cycle's repair
      *> step. one carried forward from an earlier cycle is not.
       collect-rejects.
       open input rej.
       if ws-rej-status = '00'
           perform until ws-eof-switch = 'Y'
               read rej
                   at end
                       move 'Y' to ws-eof-switch
                   not at end
                       move rej-line to ws-rej-parsed
                       if ws-rej-branch-tag = 'BRANCH='
                               and ws-rej-branch not = spaces
                               and (ws-rej-age-tag not = 'AGE='
                               or ws-rej-age = 1)
                           move ws-rej-branch to ws-cur-branch
                           perform find-branch-entry
                           if ws-this-ix > 0
                               add 1 to ws-bf-rejects (ws-this-ix)
                           end-if
                       end-if
               end-read
           end-perform
           close rej
           move 'N' to ws-eof-switch
       end-if.

       collect-suspense.
       open input susp.
       if ws-susp-status = '00'
           perform until ws-eof-switch = 'Y'
               read susp
                   at end
                       move 'Y' to ws-eof-switch
                   not at end
                       move susp-line to ws-susp-parsed
                       if ws-susp-run-date = ws-business-date
                               and ws-susp-branch not = spaces
                           move ws-susp-branch to ws-cur-branch
                           perform find-branch-entry
                           if ws-this-ix > 0
                               add 1 to ws-bf-suspense (ws-this-ix)
                           end-if
                       end-if
               end-read
           end-perform
           close susp
           move 'N' to ws-eof-switch
       end-if.

       find-branch-entry.
       move 0 to ws-this-ix.
       perform varying ws-bf-ix from 1 by 1
               until ws-bf-ix > ws-bf-count
               or ws-this-ix > 0
           if ws-bf-id (ws-bf-ix) = ws-cur-branch
               move ws-bf-ix to ws-this-ix
           end-if
       end-perform.
       if ws-this-ix = 0
           if ws-bf-count >= ws-bf-max
               move 'Y' to ws-bf-overflow
           else
               add 1 to ws-bf-count
               initialize ws-branch-entry (ws-bf-count)
               move ws-cur-branch to ws-bf-id (ws-bf-count)
               move 'N' to ws-bf-on-volume (ws-bf-count)
               move ws-bf-count to ws-this-ix
           end-if
       end-if.

      *> the month-to-date item count per branch. each line remembers
      *> the last cycle it counted and the count before it, so pricing
      *> the same date a second time starts from the same place. lines
      *> of an earlier month are dropped - the tiers start again each
      *> month. a rerun of an old date only reads the counts.
       roll-volume.
       if ws-rerun-mode = 'N'
           open output vol-out
       end-if.
       open input vol-in.
       if ws-vol-in-status = '00'
           perform until ws-vol-in-status not = '00'
               read vol-in
                   at end
                       move '10' to ws-vol-in-status
                   not at end
                       move spaces to ws-vol-parsed
                       move vol-in-line to ws-vol-parsed
                       if ws-vol-period = ws-business-period
                           perform roll-one-volume-line
                       end-if
               end-read
           end-perform
           close vol-in
       end-if.
       if ws-rerun-mode = 'N'
           perform varying ws-bf-ix from 1 by 1
                   until ws-bf-ix > ws-bf-count
               if ws-bf-on-volume (ws-bf-ix) = 'N'
                   move spaces to vol-record
                   move ws-business-period to vol-period
                   move ws-bf-id (ws-bf-ix) to vol-branch
                   move 0 to vol-count-before
                   move ws-business-date to vol-last-date
                   compute vol-last-count = ws-bf-items-p (ws-bf-ix)
                       + ws-bf-items-r (ws-bf-ix)
                       + ws-bf-items-j (ws-bf-ix)
                   write vol-record
               end-if
           end-perform
           close vol-out
           call "CBL_COPY_FILE" using 'fee-volume.tmp'
               'fee-volume.txt' returning ws-copy-status
           call "CBL_DELETE_FILE" using 'fee-volume.tmp'
               returning ws-delete-status
       end-if.

       roll-one-volume-line.
       move 0 to ws-this-ix.
       perform varying ws-bf-ix from 1 by 1
               until ws-bf-ix > ws-bf-count
               or ws-this-ix > 0
           if ws-bf-id (ws-bf-ix) = ws-vol-branch
               move ws-bf-ix to ws-this-ix
           end-if
       end-perform.
       move spaces to vol-record.
       move ws-vol-period to vol-period.
       move ws-vol-branch to vol-branch.
       if ws-vol-last-date = ws-business-date
           move ws-vol-count-before to vol-count-before
       else
           compute vol-count-before = ws-vol-count-before
               + ws-vol-last-count
       end-if.
       if ws-this-ix > 0
           move 'Y' to ws-bf-on-volume (ws-this-ix)
           move vol-count-before to ws-bf-base (ws-this-ix)
           move ws-business-date to vol-last-date
           compute vol-last-count = ws-bf-items-p (ws-this-ix)
               + ws-bf-items-r (ws-this-ix)
               + ws-bf-items-j (ws-this-ix)
       else
           move ws-vol-last-date to vol-last-date
           move 0 to vol-last-count
       end-if.
       if ws-rerun-mode = 'N'
           write vol-record
       end-if.

      *> the branch's items are priced one by one from its month to
      *> date count, so a cycle that crosses a tier boundary pays the
      *> old rate up to it and the new one after; then the flat fees.
       price-branch.
       move 0 to ws-cl-count.
       move ws-bf-base (ws-bf-ix) to ws-running-count.
       move 'D' to ws-price-kind.
       move 'P' to ws-price-type.
       move ws-bf-items-p (ws-bf-ix) to ws-price-n.
       perform price-items.
       move 'R' to ws-price-kind.
       move 'R' to ws-price-type.
       move ws-bf-items-r (ws-bf-ix) to ws-price-n.
       perform price-items.
       move 'J' to ws-price-kind.
       move 'J' to ws-price-type.
       move ws-bf-items-j (ws-bf-ix) to ws-price-n.
       perform price-items.
       if ws-bf-rejects (ws-bf-ix) > 0 and ws-reject-rate > 0
           move 'X' to ws-price-kind
           move 0 to ws-tier-from
           move ws-reject-rate to ws-tier-rate
           perform find-charge-line
           if ws-cl-found-ix > 0
               add ws-bf-rejects (ws-bf-ix)
                   to ws-cl-count-n (ws-cl-found-ix)
           end-if
       end-if.
       if ws-bf-suspense (ws-bf-ix) > 0 and ws-susp-rate > 0
           move 'S' to ws-price-kind
           move 0 to ws-tier-from
           move ws-susp-rate to ws-tier-rate
           perform find-charge-line
           if ws-cl-found-ix > 0
               add ws-bf-suspense (ws-bf-ix)
                   to ws-cl-count-n (ws-cl-found-ix)
           end-if
       end-if.
       perform find-accounts.
       perform varying ws-cl-ix from 1 by 1
               until ws-cl-ix > ws-cl-count
           perform write-fee-line
       end-perform.

       price-items.
       perform ws-price-n times
           add 1 to ws-running-count
           perform find-tier
           if ws-tier-found = 'Y'
               perform find-charge-line
               if ws-cl-found-ix > 0
                   add 1 to ws-cl-count-n (ws-cl-found-ix)
               end-if
           end-if
       end-perform.

      *> the tier for the item: the highest monthly count below the
      *> item's place in the month among the status's schedule lines.
       find-tier.
       move 'N' to ws-tier-found.
       perform varying ws-tr-ix from 1 by 1
               until ws-tr-ix > ws-tr-count
           if ws-tr-type (ws-tr-ix) = ws-price-type
                   and ws-tr-from (ws-tr-ix) < ws-running-count
               if ws-tier-found = 'N'
                       or ws-tr-from (ws-tr-ix) > ws-tier-from
                   move 'Y' to ws-tier-found
                   move ws-tr-from (ws-tr-ix) to ws-tier-from
                   move ws-tr-rate (ws-tr-ix) to ws-tier-rate
               end-if
           end-if
       end-perform.

       find-charge-line.
       move 0 to ws-cl-found-ix.
       perform varying ws-cl-ix from 1 by 1
               until ws-cl-ix > ws-cl-count
               or ws-cl-found-ix > 0
           if ws-cl-kind (ws-cl-ix) = ws-price-kind
                   and ws-cl-from (ws-cl-ix) = ws-tier-from
               move ws-cl-ix to ws-cl-found-ix
           end-if
       end-perform.
       if ws-cl-found-ix = 0 and ws-cl-count < ws-cl-max
           add 1 to ws-cl-count
           move ws-price-kind to ws-cl-kind (ws-cl-count)
           move ws-tier-from to ws-cl-from (ws-cl-count)
           move ws-tier-rate to ws-cl-rate (ws-cl-count)
           move 0 to ws-cl-count-n (ws-cl-count)
           move ws-cl-count to ws-cl-found-ix
       end-if.

       find-accounts.
       move ws-dflt-recv to ws-recv-account.
       perform varying ws-ra-ix from 1 by 1
               until ws-ra-ix > ws-ra-count
           if ws-ra-branch (ws-ra-ix) = ws-bf-id (ws-bf-ix)
               move ws-ra-account (ws-ra-ix) to ws-recv-account
           end-if
       end-perform.
       move ws-income-account to ws-post-income.

       write-fee-line.
       move spaces to fee-record.
       move ws-business-date to fee-business-date.
       move ws-bf-id (ws-bf-ix) to fee-branch.
       move ws-cl-kind (ws-cl-ix) to fee-kind.
       move ws-cl-from (ws-cl-ix) to fee-tier-from.
       move ws-cl-count-n (ws-cl-ix) to fee-count.
       move ws-cl-rate (ws-cl-ix) to fee-rate.
       compute fee-amount = ws-cl-count-n (ws-cl-ix)
           * ws-cl-rate (ws-cl-ix).
       if ws-recv-account = 0 or ws-post-income = 0
           add 1 to ws-unbilled-count
       end-if.
       if ws-recv-account = 0
           move ws-suspense-account to fee-recv-account
       else
           move ws-recv-account to fee-recv-account
       end-if.
       if ws-post-income = 0
           move ws-suspense-account to fee-income-account
       else
           move ws-post-income to fee-income-account
       end-if.
       write fee-record.
       add 1 to ws-fee-line-count.
       add fee-amount to ws-fee-total.

      *> append this step's line to the shared run-audit file: details
      *> read, fee lines written, fee lines with no account.
       write-audit-record.
       open extend aud.
       if ws-aud-status not = '00'
           open output aud
       end-if.
       if ws-aud-status = '00'
           move spaces to aud-record
           move 'CobolTasklet26' to aud-program-id
           move ws-business-date to aud-business-date
           move ws-audit-start to aud-start-time
           accept aud-end-time from time
           move ws-read-count to aud-read-count
           move ws-fee-line-count to aud-written-count
           move ws-unbilled-count to aud-reject-count
           move return-code to aud-return-code
           write aud-record
           close aud
       end-if.
