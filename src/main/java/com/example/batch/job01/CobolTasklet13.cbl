      *> decision are carried forward one cycle older with an age
      *> counter, like CobolTasklet6 does for rejects. counts go to
      *> suspense-resolution.txt and the shared run-audit file so the
      *> morning inquiry shows the suspense backlog moving. once the
      *> month-end close has put the business date's month on
      *> closed-periods.txt no approval is applied: every 'A' item is
      *> carried forward and the step ends with return code 48.
      *> the decision card must match its approval on
      *> card-register.txt before any decision is acted on.
      *> each approval applied is logged on master-changes.txt with
      *> the record before and after, and the run's count and net
      *> amount posted go to master-movements.txt.
       environment division.
         input-output section.
         file-control.
           select vcard assign to dynamic ws-vc-name
           organization is line sequential
           file status is ws-vc-status.
           select creg assign to 'card-register.txt'
           organization is line sequential
           file status is ws-creg-status.
           select susp-in assign to dynamic ws-susp-name
           organization is line sequential
           file status is ws-susp-in-status.
           access mode is random
           record key is m-mast-trans-id
           file status is ws-mast-status.
           select chg assign to 'master-changes.txt'
           organization is line sequential
           file status is ws-chg-status.
           select mov assign to 'master-movements.txt'
           organization is line sequential
           file status is ws-mov-status.
           select aud assign to 'run-audit.txt'
           organization is line sequential
           file status is ws-aud-status.
           select clp assign to 'closed-periods.txt'
           organization is line sequential
           file status is ws-clp-status.
           select ctl assign to 'run-control.txt'
           organization is line sequential
           file status is ws-ctl-status.
       data division.
       file section.
       fd vcard.
       01 vc-line pic x(256).
       fd creg.
       copy "CARDREG.cpy".
       fd susp-in.
       01 susp-in-line pic x(60).
       fd susp-out.
           ==PFX-MAST-FIRST-DATE== by ==M-MAST-FIRST-DATE==,
           ==PFX-MAST-LAST-DATE== by ==M-MAST-LAST-DATE==,
           ==PFX-MAST-CUM-AMOUNT== by ==M-MAST-CUM-AMOUNT==,
           ==PFX-MAST-STATUS== by ==M-MAST-STATUS==,
           ==PFX-MAST-HOLD-FLAG== by ==M-MAST-HOLD-FLAG==.
       fd aud.
       copy "AUDITREC.cpy".
       fd chg.
       copy "MASTCHG.cpy".
       fd mov.
       copy "MASTMOVE.cpy".
       fd clp.
       copy "CLOSEPER.cpy".
       fd ctl.
       copy "RUNCTL.cpy".
       working-storage section.
      *> the control card being checked against card-register.txt.
       01 ws-vc-name pic x(64) value spaces.
       01 ws-vc-status pic xx value '00'.
       01 ws-creg-status pic xx value '00'.
       01 ws-vc-count pic 9(7) value 0.
       01 ws-vc-hash pic 9(15) value 0.
       01 ws-vc-ix pic 9(3) value 0.
       01 ws-vc-found pic x value 'N'.
       01 ws-vc-verdict pic x value space.
       01 ws-vc-preparer pic x(8) value spaces.
       01 ws-vc-approver pic x(8) value spaces.
       01 ws-vc-approval-date pic 9(8) value 0.
       01 ws-vc-reg-count pic 9(7) value 0.
       01 ws-vc-reg-hash pic 9(15) value 0.
      *> a suspense line as CobolTasklet5 writes it, with the age
      *> suffix this program appends when an item is carried forward.
       01 ws-susp-parsed.
       01 ws-ctl-status pic xx value '00'.
       01 ws-audit-start pic 9(8) value 0.
       01 ws-business-date pic 9(8) value 0.
       01 ws-business-parts redefines ws-business-date.
           05 ws-business-period pic 9(6).
           05 filler pic 9(2).
       01 ws-clp-status pic xx value '00'.
       01 ws-period-closed pic x value 'N'.
       01 ws-refused-count pic 9(7) value 0.
       01 ws-rerun-mode pic x value 'N'.
       01 ws-susp-name pic x(64) value 'trans-suspense.txt'.
       01 ws-stmp-name pic x(64) value 'trans-suspense.tmp'.
       01 ws-count-disp pic zzzzzz9.
       01 ws-delete-status pic s9(9) comp-5 value 0.
       01 ws-copy-status pic s9(9) comp-5 value 0.
       01 ws-chg-status pic xx value '00'.
       01 ws-mov-status pic xx value '00'.
       01 ws-chg-type pic x(2) value spaces.
       01 ws-chg-before pic x(40) value spaces.
       01 ws-chg-after pic x(40) value spaces.
       01 ws-mov-count pic 9(7) value 0.
       01 ws-mov-amount pic s9(11)v99 value 0.
       procedure division.

       accept ws-audit-start from time.
           stop run
       end-if.

      *> with a backlog to work, the decisions must be approved
      *> ones - the write-offs above all.
       move 'suspense-decisions.txt' to ws-vc-name.
       perform verify-card-approval.
       if ws-vc-verdict not = 'A'
           perform refuse-unapproved-card
       end-if.

       open i-o mast.
       if ws-mast-status not = '00'
           display 'WARNING: transaction master could not be '
       end-if.

       perform load-decisions.
       perform check-closed-period.
       if ws-period-closed = 'Y'
           display 'WARNING: period ' ws-business-period ' is closed,'
               ' approvals are carried forward unapplied'
       end-if.

       open output susp-out.
       open output ret.
       open output rpt.
       open extend chg.
       if ws-chg-status not = '00'
           open output chg
       end-if.

       move spaces to rpt-line.
       string 'SUSPENSE RESOLUTION - BUSINESS DATE '
       close ret.
       close rpt.
       close mast.
       close chg.
       perform write-movement-record.

       call "CBL_COPY_FILE" using ws-stmp-name ws-susp-name
           returning ws-copy-status.
       if ws-dec-overflow = 'Y' and return-code < 4
           move 4 to return-code
       end-if.
       if ws-refused-count > 0 and return-code < 8
           display 'WARNING: ' ws-refused-count ' approvals refused, '
               'period ' ws-business-period ' is closed'
           move 48 to return-code
       end-if.

       perform write-audit-record.
       stop run.
       end-if.
       evaluate ws-action
           when 'A'
               if ws-period-closed = 'Y'
                   perform refuse-approval
               else
                   perform apply-representment
               end-if
           when 'W'
               perform write-off-item
           when 'R'
      *> reversal or adjustment: the suspended amount joins the
      *> cumulative balance and the last date moves to this cycle. a
      *> trans-id no longer on the master cannot be applied and stays
      *> in suspense for another look, and so does one the master
      *> maintenance step has on hold or closed - the approval waits
      *> until the hold is released.
       apply-representment.
       move ws-susp-id to m-mast-trans-id.
       read mast
           invalid key
               perform carry-forward
           not invalid key
               if m-mast-hold-flag = 'H' or m-mast-hold-flag = 'C'
                   perform carry-forward
                   move spaces to rpt-line
                   string 'HELD     ' ws-susp-id ' AMOUNT '
                       ws-susp-amount-x delimited by size
                       into rpt-line
                   write rpt-line
               else
                   compute ws-susp-amount =
                       function numval (ws-susp-amount-x)
                   move m-master-record to ws-chg-before
                   add ws-susp-amount to m-mast-cum-amount
                   move ws-business-date to m-mast-last-date
                   move ws-susp-status to m-mast-status
                   rewrite m-master-record
                   add 1 to ws-posted-count
                   move 'RP' to ws-chg-type
                   move m-master-record to ws-chg-after
                   add ws-susp-amount to ws-mov-amount
                   perform log-master-change
                   move spaces to rpt-line
                   string 'POSTED   ' ws-susp-id ' AMOUNT '
                       ws-susp-amount-x delimited by size into rpt-line
                   write rpt-line
               end-if
       end-read.

      *> an approval dated in a closed month would move money the
      *> month-end close has already reported, so it waits on the
      *> backlog until it can be applied in an open period.
       refuse-approval.
       add 1 to ws-refused-count.
       perform carry-forward.
       move spaces to rpt-line.
       string 'REFUSED  ' ws-susp-id ' AMOUNT ' ws-susp-amount-x
           ' PERIOD CLOSED' delimited by size into rpt-line.
       write rpt-line.

      *> the business date's month is closed once the month-end close
      *> has written it to closed-periods.txt.
       check-closed-period.
       open input clp.
       if ws-clp-status = '00'
           perform until ws-clp-status not = '00'
               read clp
                   at end
                       move '10' to ws-clp-status
                   not at end
                       if clp-period = ws-business-period
                           move 'Y' to ws-period-closed
                       end-if
               end-read
           end-perform
           close clp
       end-if.

       write-off-item.
       add 1 to ws-writeoff-count.
       move spaces to rpt-line.
       string 'RETURNED        ' ws-count-disp
           delimited by size into rpt-line.
       write rpt-line.
       move ws-refused-count to ws-count-disp.
       move spaces to rpt-line.
       string 'REFUSED CLOSED  ' ws-count-disp
           delimited by size into rpt-line.
       write rpt-line.
       move ws-forward-count to ws-count-disp.
       move spaces to rpt-line.
       string 'CARRIED FORWARD ' ws-count-disp
           delimited by size into rpt-line.
       write rpt-line.

      *> every master change lands on master-changes.txt with the
      *> record before and after, for the change-data-capture extract.
       log-master-change.
       move spaces to mch-change-record.
       move ws-business-date to mch-business-date.
       accept mch-time from time.
       move 'CobolTasklet13' to mch-step.
       move ws-chg-type to mch-change-type.
       move m-mast-trans-id to mch-trans-id.
       move ws-chg-before to mch-before-image.
       move ws-chg-after to mch-after-image.
       write mch-change-record.
       add 1 to ws-mov-count.

      *> the run's change count and net movement, counted from this
      *> step's own postings, go to master-movements.txt for the
      *> extract to tie the change records to.
       write-movement-record.
       open extend mov.
       if ws-mov-status not = '00'
           open output mov
       end-if.
       if ws-mov-status = '00'
           move spaces to mmv-movement-record
           move ws-business-date to mmv-business-date
           accept mmv-time from time
           move 'CobolTasklet13' to mmv-step
           move ws-mov-count to mmv-change-count
           move ws-mov-amount to mmv-net-amount
           move 0 to mmv-records-added
           move 0 to mmv-records-removed
           write mmv-movement-record
           close mov
       end-if.

      *> append this step's line to the shared run-audit file so the
      *> morning operator can see the suspense backlog moving without
      *> digging through console output.
           write aud-record
           close aud
       end-if.

      *> the control card is checked against its card-register.txt
      *> line before it is used: a card that is absent or empty
      *> drives nothing and needs no approval; otherwise the latest
      *> line for the card must name an approver other than the
      *> preparer, dated no later than the business date, with the
      *> record count and hash total the card still has. verdict
      *> 'A' accepted, 'U' unapproved, 'S' self-approved, 'C'
      *> changed since approval.
       verify-card-approval.
       move 'A' to ws-vc-verdict.
       move 0 to ws-vc-count.
       move 0 to ws-vc-hash.
       open input vcard.
       if ws-vc-status = '00'
           perform until ws-vc-status not = '00'
               read vcard
                   at end
                       move '10' to ws-vc-status
                   not at end
                       add 1 to ws-vc-count
                       perform varying ws-vc-ix from 1 by 1
                               until ws-vc-ix > 256
                           compute ws-vc-hash = function mod
                               (ws-vc-hash * 31 + function ord
                               (vc-line (ws-vc-ix:1)),
                               999999999999989)
                       end-perform
               end-read
           end-perform
           close vcard
       end-if.
       if ws-vc-count > 0
           perform find-card-approval
           if ws-vc-found = 'N' or ws-vc-approver = spaces
                   or ws-vc-approval-date = 0
                   or ws-vc-approval-date > ws-business-date
               move 'U' to ws-vc-verdict
           else
           if ws-vc-approver = ws-vc-preparer
               move 'S' to ws-vc-verdict
           else
           if ws-vc-reg-count not = ws-vc-count
                   or ws-vc-reg-hash not = ws-vc-hash
               move 'C' to ws-vc-verdict
           end-if
           end-if
           end-if
       end-if.

       find-card-approval.
       move 'N' to ws-vc-found.
       open input creg.
       if ws-creg-status = '00'
           perform until ws-creg-status not = '00'
               read creg
                   at end
                       move '10' to ws-creg-status
                   not at end
                       if crg-card-name = ws-vc-name
                           move 'Y' to ws-vc-found
                           move crg-preparer-id to ws-vc-preparer
                           move crg-approver-id to ws-vc-approver
                           if crg-approval-date numeric
                               move crg-approval-date
                                   to ws-vc-approval-date
                           else
                               move 0 to ws-vc-approval-date
                           end-if
                           move crg-record-count to ws-vc-reg-count
                           move crg-hash-total to ws-vc-reg-hash
                       end-if
               end-read
           end-perform
           close creg
       end-if.

      *> a card that fails the check stops the step before it has
      *> touched anything, with a return code of its own per reason
      *> and the step's line on run-audit.txt.
       refuse-unapproved-card.
       evaluate ws-vc-verdict
           when 'U'
               display 'WARNING: ' ws-vc-name (1:32)
                   ' has no approval on card-register.txt'
               move 52 to return-code
           when 'S'
               display 'WARNING: ' ws-vc-name (1:32)
                   ' was approved by its own preparer '
                   ws-vc-preparer
               move 56 to return-code
           when other
               display 'WARNING: ' ws-vc-name (1:32)
                   ' has changed since it was approved on '
                   ws-vc-approval-date
               move 60 to return-code
       end-evaluate.
       perform write-audit-record.
       stop run.
