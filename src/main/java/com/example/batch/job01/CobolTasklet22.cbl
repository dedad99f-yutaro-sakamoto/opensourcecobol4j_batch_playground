       identification division.
       program-id. CobolTasklet22.
      *> transaction master maintenance, run ahead of the posting step
      *> CobolTasklet5. works the operator card master-maintenance.txt,
      *> one line per change to a trans-id already on
      *> transaction-master.dat: 'H' hold the record, 'R' release a
      *> hold, 'C' close the record, 'M' correct the MAST-STATUS and/or
      *> the cumulative amount (a blank new status or new amount
      *> leaves that field as it is). every card names a reason code
      *> and the operator who keyed it, and carries the business date
      *> it is meant for - a card left on the file from an earlier
      *> date is passed over rather than applied a second time. each
      *> card acted on is written to maintenance-journal.txt with the
      *> master record before and after, refused cards included, so
      *> the journal alone explains every manual change. a held or
      *> closed record takes no postings: CobolTasklet5 queues them on
      *> hold-queue.txt until the hold is released. every change
      *> applied is also logged on master-changes.txt, and the run's
      *> count and net amount corrected go to master-movements.txt.
       environment division.
         input-output section.
         file-control.
           select card assign to 'master-maintenance.txt'
           organization is line sequential
           file status is ws-card-status.
           select mast assign to 'transaction-master.dat'
           organization is indexed
           access mode is random
           record key is m-mast-trans-id
           file status is ws-mast-status.
           select jrn assign to 'maintenance-journal.txt'
           organization is line sequential
           file status is ws-jrn-status.
           select ctl assign to 'run-control.txt'
           organization is line sequential
           file status is ws-ctl-status.
           select chg assign to 'master-changes.txt'
           organization is line sequential
           file status is ws-chg-status.
           select mov assign to 'master-movements.txt'
           organization is line sequential
           file status is ws-mov-status.
           select aud assign to 'run-audit.txt'
           organization is line sequential
           file status is ws-aud-status.
       data division.
       file section.
       fd card.
       01 card-record.
           05 card-trans-id       pic x(7).
           05 filler              pic x(1).
           05 card-action         pic x(1).
           05 filler              pic x(1).
           05 card-new-status     pic x(1).
           05 filler              pic x(1).
           05 card-new-amount     pic x(13).
           05 filler              pic x(1).
           05 card-reason-code    pic x(4).
           05 filler              pic x(1).
           05 card-operator-id    pic x(8).
           05 filler              pic x(1).
           05 card-date           pic x(8).
       fd mast.
       copy "TRANMAST.cpy"
           replacing ==PFX-MASTER-RECORD== by ==M-MASTER-RECORD==,
           ==PFX-MAST-TRANS-ID== by ==M-MAST-TRANS-ID==,
           ==PFX-MAST-FIRST-DATE== by ==M-MAST-FIRST-DATE==,
           ==PFX-MAST-LAST-DATE== by ==M-MAST-LAST-DATE==,
           ==PFX-MAST-CUM-AMOUNT== by ==M-MAST-CUM-AMOUNT==,
           ==PFX-MAST-STATUS== by ==M-MAST-STATUS==,
           ==PFX-MAST-HOLD-FLAG== by ==M-MAST-HOLD-FLAG==.
       fd jrn.
       copy "MAINTJRN.cpy".
       fd ctl.
       copy "RUNCTL.cpy".
       fd aud.
       copy "AUDITREC.cpy".
       fd chg.
       copy "MASTCHG.cpy".
       fd mov.
       copy "MASTMOVE.cpy".
       working-storage section.
       01 ws-card-status pic xx value '00'.
       01 ws-mast-status pic xx value '00'.
       01 ws-jrn-status pic xx value '00'.
       01 ws-ctl-status pic xx value '00'.
       01 ws-aud-status pic xx value '00'.
       01 ws-audit-start pic 9(8) value 0.
       01 ws-business-date pic 9(8) value 0.
       01 ws-rerun-mode pic x value 'N'.
       01 ws-eof-switch pic x value 'N'.
       01 ws-read-count pic 9(7) value 0.
       01 ws-applied-count pic 9(7) value 0.
       01 ws-refused-count pic 9(7) value 0.
       01 ws-not-due-count pic 9(7) value 0.
       01 ws-result pic x(16) value spaces.
       01 ws-before-image pic x(40) value spaces.
       01 ws-new-amount pic s9(9)v99 value 0.
       01 ws-amount-delta pic s9(11)v99 value 0.
       01 ws-chg-status pic xx value '00'.
       01 ws-mov-status pic xx value '00'.
       01 ws-chg-type pic x(2) value spaces.
       01 ws-chg-before pic x(40) value spaces.
       01 ws-chg-after pic x(40) value spaces.
       01 ws-mov-count pic 9(7) value 0.
       01 ws-mov-amount pic s9(11)v99 value 0.
       procedure division.

       accept ws-audit-start from time.
       perform get-business-date.

       open input card.
       if ws-card-status not = '00'
      *> no card means no maintenance today - nothing to apply.
           move 0 to return-code
           perform write-audit-record
           stop run
       end-if.

       open i-o mast.
       if ws-mast-status not = '00'
           display 'WARNING: transaction master could not be '
               'opened, status ' ws-mast-status
           move 8 to return-code
           close card
           perform write-audit-record
           stop run
       end-if.

       open extend jrn.
       if ws-jrn-status not = '00'
           open output jrn
       end-if.
       open extend chg
       if ws-chg-status not = '00'
           open output chg
       end-if.

       read card
           at end
               move 'Y' to ws-eof-switch
       end-read.
       perform until ws-eof-switch = 'Y'
           if card-record not = spaces
               add 1 to ws-read-count
               perform apply-one-card
           end-if
           read card
               at end
                   move 'Y' to ws-eof-switch
           end-read
       end-perform.

       close card.
       close mast.
       close jrn.
       close chg.
       perform write-movement-record.

       move 0 to return-code.
       if ws-not-due-count > 0
           display ws-not-due-count ' maintenance cards '
               'dated for another business date were passed over'
       end-if.
       if ws-refused-count > 0
           display 'WARNING: ' ws-refused-count ' maintenance cards '
               'refused - see maintenance-journal.txt'
           move 4 to return-code
       end-if.

       perform write-audit-record.
       stop run.

      *> the business date comes from the run-control card when one is
      *> present; the system clock is only a fallback. the journal and
      *> the master are not cycle files, so a rerun date changes
      *> nothing here but which cards are due.
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

      *> one maintenance card: check it is due and complete, find the
      *> master record, apply the action, and journal the outcome
      *> either way.
       apply-one-card.
       if card-date not numeric
               or card-date not = ws-business-date
           add 1 to ws-not-due-count
       else
           move spaces to ws-result
           move spaces to ws-before-image
           if card-reason-code = spaces
                   or card-operator-id = spaces
               move 'NO REASON/OPER' to ws-result
           else
           if card-trans-id not numeric
               move 'BAD TRANS-ID' to ws-result
           else
               move card-trans-id to m-mast-trans-id
               read mast
                   invalid key
                       move 'NOT ON MASTER' to ws-result
                   not invalid key
                       move m-master-record to ws-before-image
                       perform apply-action
               end-read
           end-if
           end-if
           if ws-result = 'APPLIED'
               add 1 to ws-applied-count
           else
               add 1 to ws-refused-count
               display 'WARNING: maintenance for ' card-trans-id
                   ' refused - ' ws-result
           end-if
           perform write-journal-record
       end-if.

      *> a closed record is final - no card moves it again. a hold
      *> is placed once and released once; a correction may land on
      *> a held record, which is what the hold is for.
       apply-action.
       move 0 to ws-amount-delta.
       if m-mast-hold-flag = 'C'
           move 'RECORD CLOSED' to ws-result
       else
           evaluate card-action
               when 'H'
                   if m-mast-hold-flag = 'H'
                       move 'ALREADY HELD' to ws-result
                   else
                       move 'H' to m-mast-hold-flag
                       move 'APPLIED' to ws-result
                   end-if
               when 'R'
                   if m-mast-hold-flag = 'H'
                       move space to m-mast-hold-flag
                       move 'APPLIED' to ws-result
                   else
                       move 'NOT HELD' to ws-result
                   end-if
               when 'C'
                   move 'C' to m-mast-hold-flag
                   move 'APPLIED' to ws-result
               when 'M'
                   perform apply-correction
               when other
                   move 'BAD ACTION' to ws-result
           end-evaluate
       end-if.
       if ws-result = 'APPLIED'
           rewrite m-master-record
               invalid key
                   move 'REWRITE FAILED' to ws-result
           end-rewrite
       end-if.
       if ws-result = 'APPLIED'
           move 'MN' to ws-chg-type
           move ws-before-image to ws-chg-before
           move m-master-record to ws-chg-after
           add ws-amount-delta to ws-mov-amount
           perform log-master-change
       end-if.

      *> the new status must be one the posting step itself produces
      *> ('P' posting, 'R' reversal, 'J' adjustment); the new amount
      *> is keyed as edited text, sign and point included.
       apply-correction.
       if card-new-status = space and card-new-amount = spaces
           move 'NOTHING TO FIX' to ws-result
       else
       if card-new-status not = space
               and card-new-status not = 'P'
               and card-new-status not = 'R'
               and card-new-status not = 'J'
           move 'BAD STATUS' to ws-result
       else
       if card-new-amount not = spaces
               and function test-numval (card-new-amount) not = 0
           move 'BAD AMOUNT' to ws-result
       else
           if card-new-status not = space
               move card-new-status to m-mast-status
           end-if
           if card-new-amount not = spaces
               compute ws-new-amount =
                   function numval (card-new-amount)
               compute ws-amount-delta = ws-new-amount
                   - m-mast-cum-amount
               move ws-new-amount to m-mast-cum-amount
           end-if
           move 'APPLIED' to ws-result
       end-if
       end-if
       end-if.

       write-journal-record.
       move spaces to mnt-journal-record.
       move ws-business-date to mnt-business-date.
       accept mnt-time from time.
       move card-trans-id to mnt-trans-id.
       move card-action to mnt-action.
       move card-reason-code to mnt-reason-code.
       move card-operator-id to mnt-operator-id.
       move ws-result to mnt-result.
       move ws-before-image to mnt-before-image.
       if ws-result = 'APPLIED'
           move m-master-record to mnt-after-image
       else
           move ws-before-image to mnt-after-image
       end-if.
       write mnt-journal-record.

      *> every master change lands on master-changes.txt with the
      *> record before and after, for the change-data-capture extract.
       log-master-change.
       move spaces to mch-change-record.
       move ws-business-date to mch-business-date.
       accept mch-time from time.
       move 'CobolTasklet22' to mch-step.
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
           move 'CobolTasklet22' to mmv-step
           move ws-mov-count to mmv-change-count
           move ws-mov-amount to mmv-net-amount
           move 0 to mmv-records-added
           move 0 to mmv-records-removed
           write mmv-movement-record
           close mov
       end-if.

      *> append this step's line to the shared run-audit file: cards
      *> read, changes applied, cards refused.
       write-audit-record.
       open extend aud.
       if ws-aud-status not = '00'
           open output aud
       end-if.
       if ws-aud-status = '00'
           move spaces to aud-record
           move 'CobolTasklet22' to aud-program-id
           move ws-business-date to aud-business-date
           move ws-audit-start to aud-start-time
           accept aud-end-time from time
           move ws-read-count to aud-read-count
           move ws-applied-count to aud-written-count
           move ws-refused-count to aud-reject-count
           move return-code to aud-return-code
           write aud-record
           close aud
       end-if.
