       identification division.
       program-id. CobolTasklet28.
      *> operator card approval, run on demand by operations whenever a
      *> control card has been prepared or approved. works the
      *> approval card card-approvals.txt, one line per control card
      *> file: the card's file name, the preparer's id, the
      *> approver's id (blank while the card only awaits approval)
      *> and the business date the line is meant for - a line left on
      *> the file from an earlier date is passed over, so an old
      *> approval can never be replayed onto an edited card. for
      *> each line due the step counts the card's records, takes its
      *> hash total and sets the card's line on card-register.txt to
      *> who prepared it, who approved it, today's business date and
      *> the count and hash as they stand now. the steps the cards
      *> drive (CobolTasklet2, 6, 8, 9, 13 and 15) refuse a card
      *> that has no approver, was approved by its own preparer, or
      *> has changed since. a line naming a card that does not exist
      *> or no preparer is refused; a self-approval is registered as
      *> keyed, so the register shows it, but ends the step with
      *> return code 4.
       environment division.
         input-output section.
         file-control.
           select apr assign to 'card-approvals.txt'
           organization is line sequential
           file status is ws-apr-status.
           select vcard assign to dynamic ws-vc-name
           organization is line sequential
           file status is ws-vc-status.
           select creg assign to 'card-register.txt'
           organization is line sequential
           file status is ws-creg-status.
           select creg-out assign to 'card-register.tmp'
           organization is line sequential
           file status is ws-creg-out-status.
           select aud assign to 'run-audit.txt'
           organization is line sequential
           file status is ws-aud-status.
           select ctl assign to 'run-control.txt'
           organization is line sequential
           file status is ws-ctl-status.
       data division.
       file section.
       fd apr.
       01 apr-record.
           05 apr-card-name       pic x(32).
           05 filler              pic x(1).
           05 apr-preparer-id     pic x(8).
           05 filler              pic x(1).
           05 apr-approver-id     pic x(8).
           05 filler              pic x(1).
           05 apr-date            pic x(8).
       fd vcard.
       01 vc-line pic x(256).
       fd creg.
       copy "CARDREG.cpy".
       fd creg-out.
       01 creg-out-line pic x(90).
       fd aud.
       copy "AUDITREC.cpy".
       fd ctl.
       copy "RUNCTL.cpy".
       working-storage section.
       01 ws-apr-status pic xx value '00'.
       01 ws-vc-status pic xx value '00'.
       01 ws-creg-status pic xx value '00'.
       01 ws-creg-out-status pic xx value '00'.
       01 ws-aud-status pic xx value '00'.
       01 ws-ctl-status pic xx value '00'.
       01 ws-audit-start pic 9(8) value 0.
       01 ws-business-date pic 9(8) value 0.
       01 ws-rerun-mode pic x value 'N'.
       01 ws-eof-switch pic x value 'N'.
       01 ws-vc-name pic x(64) value spaces.
       01 ws-vc-count pic 9(7) value 0.
       01 ws-vc-hash pic 9(15) value 0.
       01 ws-vc-ix pic 9(3) value 0.
       01 ws-vc-found pic x value 'N'.
      *> the register as it stands, one entry per card file.
       01 ws-cr-max pic 9(2) value 30.
       01 ws-cr-count pic 9(2) value 0.
       01 ws-register-table.
           05 ws-register-entry occurs 30 times.
               10 ws-cr-name pic x(32).
               10 ws-cr-preparer pic x(8).
               10 ws-cr-approver pic x(8).
               10 ws-cr-date pic 9(8).
               10 ws-cr-count-n pic 9(7).
               10 ws-cr-hash pic 9(15).
       01 ws-cr-ix pic 9(2) value 0.
       01 ws-this-ix pic 9(2) value 0.
       01 ws-cr-overflow pic x value 'N'.
       01 ws-read-count pic 9(7) value 0.
       01 ws-registered-count pic 9(7) value 0.
       01 ws-refused-count pic 9(7) value 0.
       01 ws-self-count pic 9(7) value 0.
       01 ws-not-due-count pic 9(7) value 0.
       01 ws-copy-status pic s9(9) comp-5 value 0.
       01 ws-delete-status pic s9(9) comp-5 value 0.
       procedure division.

       accept ws-audit-start from time.
       perform get-business-date.

       open input apr.
       if ws-apr-status not = '00'
      *> no approval card means nothing to register today.
           move 0 to return-code
           perform write-audit-record
           stop run
       end-if.

       perform load-register.

       perform until ws-eof-switch = 'Y'
           read apr
               at end
                   move 'Y' to ws-eof-switch
               not at end
                   if apr-record not = spaces
                       add 1 to ws-read-count
                       perform apply-approval-line
                   end-if
           end-read
       end-perform.
       close apr.

       if ws-registered-count > 0
           perform write-register
       end-if.

       move 0 to return-code.
       if ws-not-due-count > 0
           display ws-not-due-count ' approval lines dated for '
               'another business date were passed over'
       end-if.
       if ws-refused-count > 0 or ws-self-count > 0
               or ws-cr-overflow = 'Y'
           move 4 to return-code
       end-if.
       if ws-copy-status not = 0
           display 'WARNING: could not replace card-register.txt, '
               'status ' ws-copy-status
           move 8 to return-code
       end-if.

       perform write-audit-record.
       stop run.

      *> the business date comes from the run-control card when one is
      *> present; the system clock is only a fallback.
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

       load-register.
       open input creg.
       if ws-creg-status = '00'
           perform until ws-creg-status not = '00'
               read creg
                   at end
                       move '10' to ws-creg-status
                   not at end
                       if crg-card-name not = spaces
                           move crg-card-name to ws-vc-name
                           perform find-register-entry
                           if ws-this-ix > 0
                               perform take-register-line
                           end-if
                       end-if
               end-read
           end-perform
           close creg
       end-if.

       take-register-line.
       move crg-preparer-id to ws-cr-preparer (ws-this-ix).
       move crg-approver-id to ws-cr-approver (ws-this-ix).
       if crg-approval-date numeric
           move crg-approval-date to ws-cr-date (ws-this-ix)
       else
           move 0 to ws-cr-date (ws-this-ix)
       end-if.
       if crg-record-count numeric
           move crg-record-count to ws-cr-count-n (ws-this-ix)
       else
           move 0 to ws-cr-count-n (ws-this-ix)
       end-if.
       if crg-hash-total numeric
           move crg-hash-total to ws-cr-hash (ws-this-ix)
       else
           move 0 to ws-cr-hash (ws-this-ix)
       end-if.

       find-register-entry.
       move 0 to ws-this-ix.
       perform varying ws-cr-ix from 1 by 1
               until ws-cr-ix > ws-cr-count
               or ws-this-ix > 0
           if ws-cr-name (ws-cr-ix) = ws-vc-name
               move ws-cr-ix to ws-this-ix
           end-if
       end-perform.
       if ws-this-ix = 0
           if ws-cr-count >= ws-cr-max
               move 'Y' to ws-cr-overflow
               display 'WARNING: card-register.txt holds more than '
                   ws-cr-max ' cards, ' ws-vc-name (1:32)
                   ' not kept'
           else
               add 1 to ws-cr-count
               initialize ws-register-entry (ws-cr-count)
               move ws-vc-name to ws-cr-name (ws-cr-count)
               move ws-cr-count to ws-this-ix
           end-if
       end-if.

      *> one approval line: due today, with a preparer, for a card
      *> that exists - then the card is measured and registered.
       apply-approval-line.
       if apr-date not numeric
               or apr-date not = ws-business-date
           add 1 to ws-not-due-count
       else
       if apr-card-name = spaces or apr-preparer-id = spaces
           add 1 to ws-refused-count
           display 'WARNING: approval line without card name or '
               'preparer refused'
       else
           move apr-card-name to ws-vc-name
           perform measure-card
           if ws-vc-found = 'N'
               add 1 to ws-refused-count
               display 'WARNING: ' apr-card-name
                   ' could not be opened, approval refused'
           else
               perform find-register-entry
               if ws-this-ix > 0
                   perform register-card
               end-if
           end-if
       end-if
       end-if.

       register-card.
       move apr-preparer-id to ws-cr-preparer (ws-this-ix).
       move apr-approver-id to ws-cr-approver (ws-this-ix).
       move ws-business-date to ws-cr-date (ws-this-ix).
       move ws-vc-count to ws-cr-count-n (ws-this-ix).
       move ws-vc-hash to ws-cr-hash (ws-this-ix).
       add 1 to ws-registered-count.
       if apr-approver-id = spaces
           display apr-card-name ' prepared by ' apr-preparer-id
               ', awaiting approval'
       else
           if apr-approver-id = apr-preparer-id
               add 1 to ws-self-count
               display 'WARNING: ' apr-card-name ' approved by its '
                   'own preparer ' apr-preparer-id
                   ' - the card will be refused'
           else
               display apr-card-name ' prepared by ' apr-preparer-id
                   ' approved by ' apr-approver-id
           end-if
       end-if.

      *> the record count and hash total exactly as the checking steps
      *> take them.
       measure-card.
       move 'N' to ws-vc-found.
       move 0 to ws-vc-count.
       move 0 to ws-vc-hash.
       open input vcard.
       if ws-vc-status = '00'
           move 'Y' to ws-vc-found
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

       write-register.
       open output creg-out.
       perform varying ws-cr-ix from 1 by 1
               until ws-cr-ix > ws-cr-count
           move spaces to crg-register-record
           move ws-cr-name (ws-cr-ix) to crg-card-name
           move ws-cr-preparer (ws-cr-ix) to crg-preparer-id
           move ws-cr-approver (ws-cr-ix) to crg-approver-id
           move ws-cr-date (ws-cr-ix) to crg-approval-date
           move ws-cr-count-n (ws-cr-ix) to crg-record-count
           move ws-cr-hash (ws-cr-ix) to crg-hash-total
           move crg-register-record to creg-out-line
           write creg-out-line
       end-perform.
       close creg-out.
       call "CBL_COPY_FILE" using 'card-register.tmp'
           'card-register.txt' returning ws-copy-status.
       call "CBL_DELETE_FILE" using 'card-register.tmp'
           returning ws-delete-status.

      *> append this step's line to the shared run-audit file:
      *> approval lines read, cards registered, lines refused.
       write-audit-record.
       open extend aud.
       if ws-aud-status not = '00'
           open output aud
       end-if.
       if ws-aud-status = '00'
           move spaces to aud-record
           move 'CobolTasklet28' to aud-program-id
           move ws-business-date to aud-business-date
           move ws-audit-start to aud-start-time
           accept aud-end-time from time
           move ws-read-count to aud-read-count
           move ws-registered-count to aud-written-count
           move ws-refused-count to aud-reject-count
           move return-code to aud-return-code
           write aud-record
           close aud
       end-if.
