      *> the card carries the 'R' rerun flag), 40 when a processing
      *> day has been skipped - and prints what it expected versus
      *> what the card said, on the console and on gate-report.txt.
      *> the calendar must match its approval on card-register.txt
      *> before the gate trusts it.
       environment division.
         input-output section.
         file-control.
           select vcard assign to dynamic ws-vc-name
           organization is line sequential
           file status is ws-vc-status.
           select creg assign to 'card-register.txt'
           organization is line sequential
           file status is ws-creg-status.
           select cal assign to 'business-calendar.txt'
           organization is line sequential
           file status is ws-cal-status.
           file status is ws-ctl-status.
       data division.
       file section.
       fd vcard.
       01 vc-line pic x(256).
       fd creg.
       copy "CARDREG.cpy".
       fd cal.
       01 cal-record.
           05 cal-date            pic 9(8).
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
       01 ws-cal-status pic xx value '00'.
       01 ws-rpt-status pic xx value '00'.
       01 ws-aud-status pic xx value '00'.

       accept ws-audit-start from time.
       perform get-business-date.
       move 'business-calendar.txt' to ws-vc-name.
       perform verify-card-approval.
       if ws-vc-verdict not = 'A'
           perform refuse-unapproved-card
       end-if.
       move 0 to return-code.

       open output rpt.
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
