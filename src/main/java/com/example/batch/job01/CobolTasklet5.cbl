       identification division.
       program-id. CobolTasklet5.
      *> posting step run after CobolTasklet2: applies the file2.txt
      *> details to the keyed transaction master so later runs can tell
      *> whether a trans-id has already been posted. an incoming detail
      *> whose trans-id is already on the master is not posted again -
      *> it is written to the suspense file together with the date the
      *> master first saw that trans-id, so operations can decide
      *> whether it is a legitimate re-presentment. a detail for a
      *> trans-id the maintenance step CobolTasklet22 has put on hold
      *> (or closed) does not move the master either: it waits on
      *> hold-queue.txt, and each run posts the queued items whose hold
      *> has since been released. a posted item stays on the queue
      *> marked released ('R') on the business date until it passes the
      *> RETENTION_DAYS cutoff (default 90), so the cycle backout
      *> CobolTasklet14 can take it off the master again and put it back
      *> on hold; a queued item whose trans-id is no longer on the
      *> master at all stays queued for operations to look into. every
      *> record the step creates or nets is logged on master-changes.txt
      *> with its before and after image, and the run's count and net
      *> amount posted go to master-movements.txt.
       environment division.
         input-output section.
         file-control.
           select susp assign to dynamic ws-susp-name
           organization is line sequential
           file status is ws-susp-status.
           select hq-in assign to dynamic ws-hq-name
           organization is line sequential
           file status is ws-hq-in-status.
           select hq-out assign to dynamic ws-hqtmp-name
           organization is line sequential
           file status is ws-hq-out-status.
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
           ==PFX-MAST-FIRST-DATE== by ==M-MAST-FIRST-DATE==,
           ==PFX-MAST-LAST-DATE== by ==M-MAST-LAST-DATE==,
           ==PFX-MAST-CUM-AMOUNT== by ==M-MAST-CUM-AMOUNT==,
           ==PFX-MAST-STATUS== by ==M-MAST-STATUS==,
           ==PFX-MAST-HOLD-FLAG== by ==M-MAST-HOLD-FLAG==.
       fd susp.
       01 susp-record.
           05 susp-trans-id       pic 9(7).
           05 susp-status         pic x(1).
           05 filler              pic x(1) value space.
           05 susp-branch         pic x(8).
       fd hq-in.
       01 hq-in-line pic x(70).
       fd hq-out.
       01 hq-record.
           05 hq-trans-id         pic 9(7).
           05 filler              pic x(1) value space.
           05 hq-run-date         pic 9(8).
           05 filler              pic x(1) value space.
           05 hq-first-date       pic 9(8).
           05 filler              pic x(1) value space.
           05 hq-amount           pic -(7)9.99.
           05 filler              pic x(1) value space.
           05 hq-status           pic x(1).
           05 filler              pic x(1) value space.
           05 hq-branch           pic x(8).
           05 filler              pic x(1) value space.
           05 hq-hold-flag        pic x(1).
           05 filler              pic x(1) value space.
           05 hq-state            pic x(1).
           05 filler              pic x(1) value space.
           05 hq-release-date     pic 9(8).
       01 hq-out-line pic x(70).
       fd ctl.
       copy "RUNCTL.cpy".
       fd aud.
       copy "AUDITREC.cpy".
       fd chg.
       copy "MASTCHG.cpy".
       fd mov.
       copy "MASTMOVE.cpy".
       working-storage section.
       01 ws-eof-switch pic x value 'N'.
       01 ws-ctl-status pic xx value '00'.
       01 ws-posted-count pic 9(7) value 0.
       01 ws-suspense-count pic 9(7) value 0.
       01 ws-cur-branch pic x(8) value spaces.
      *> the detail being posted - from file2.txt, or from the hold
      *> queue once its hold is released.
       01 ws-post-trans-id pic 9(7) value 0.
       01 ws-post-amount pic s9(7)v99 value 0.
       01 ws-post-status pic x value space.
       01 ws-post-branch pic x(8) value spaces.
      *> a hold-queue line as this program writes it.
       01 ws-hq-parsed.
           05 ws-hq-id            pic 9(7).
           05 filler              pic x(1).
           05 ws-hq-run-date      pic 9(8).
           05 filler              pic x(1).
           05 ws-hq-first-date    pic 9(8).
           05 filler              pic x(1).
           05 ws-hq-amount-x      pic x(11).
           05 filler              pic x(1).
           05 ws-hq-status        pic x(1).
           05 filler              pic x(1).
           05 ws-hq-branch        pic x(8).
           05 filler              pic x(3).
           05 ws-hq-state         pic x(1).
           05 filler              pic x(1).
           05 ws-hq-release-date  pic x(8).
           05 filler              pic x(9).
       01 ws-hq-release-num redefines ws-hq-parsed.
           05 filler              pic x(53).
           05 ws-hq-release-n     pic 9(8).
           05 filler              pic x(9).
       01 ws-hq-name pic x(64) value 'hold-queue.txt'.
       01 ws-hqtmp-name pic x(64) value 'hold-queue.tmp'.
       01 ws-hq-in-status pic xx value '00'.
       01 ws-hq-out-status pic xx value '00'.
       01 ws-held-count pic 9(7) value 0.
       01 ws-released-count pic 9(7) value 0.
       01 ws-orphan-count pic 9(7) value 0.
       01 ws-mast-found pic x value 'N'.
      *> released queue lines older than the retention period leave
      *> the queue; the backout of their cycle is long past.
       01 ws-retention-days pic 9(4) value 0.
       01 ws-cutoff-date pic 9(8) value 0.
       01 ws-delete-status pic s9(9) comp-5 value 0.
       01 ws-copy-status pic s9(9) comp-5 value 0.
       01 ws-chg-status pic xx value '00'.
       01 ws-mov-status pic xx value '00'.
       01 ws-chg-type pic x(2) value spaces.
       01 ws-chg-before pic x(40) value spaces.
       01 ws-chg-after pic x(40) value spaces.
       01 ws-mov-count pic 9(7) value 0.
       01 ws-mov-amount pic s9(11)v99 value 0.
       01 ws-mov-added pic 9(7) value 0.
       01 ws-mov-removed pic 9(7) value 0.
       procedure division.

       accept ws-audit-start from time.
           move spaces to ws-susp-name
           string 'trans-suspense-' ws-business-date '.txt'
               delimited by size into ws-susp-name
           move spaces to ws-hq-name
           string 'hold-queue-' ws-business-date '.txt'
               delimited by size into ws-hq-name
           move spaces to ws-hqtmp-name
           string 'hold-queue-' ws-business-date '.tmp'
               delimited by size into ws-hqtmp-name
       end-if.
       accept ws-retention-days from environment "RETENTION_DAYS".
       if ws-retention-days = 0
           move 90 to ws-retention-days
       end-if.
       compute ws-cutoff-date = function date-of-integer
           (function integer-of-date (ws-business-date)
           - ws-retention-days).

       open input g.
       if ws-g-status not = '00'
               if ws-susp-status not = '00'
                   open output susp
               end-if
               open output hq-out
               open extend chg
               if ws-chg-status not = '00'
                   open output chg
               end-if

               read g
                   at end
                       move g-batch-branch to ws-cur-branch
                   end-if
                   if g-detail-type = 'D'
                       move g-trans-id to ws-post-trans-id
                       move g-amount to ws-post-amount
                       move g-status to ws-post-status
                       move ws-cur-branch to ws-post-branch
                       perform post-detail
                   end-if
                   read g
               end-perform

               close g
               perform release-held-items
               close mast
               close chg
               perform write-movement-record
               close susp
               close hq-out
               call "CBL_COPY_FILE" using ws-hqtmp-name ws-hq-name
                   returning ws-copy-status
               call "CBL_DELETE_FILE" using ws-hqtmp-name
                   returning ws-delete-status

               move 0 to return-code
               if ws-suspense-count > 0
                       'transactions written to trans-suspense.txt'
                   move 4 to return-code
               end-if
               if ws-held-count > 0 or ws-released-count > 0
                   display ws-held-count ' transactions held on '
                       'hold-queue.txt, ' ws-released-count
                       ' released and posted'
               end-if
               if ws-orphan-count > 0
                   display 'WARNING: ' ws-orphan-count ' queued '
                       'items on hold-queue.txt are no longer on the '
                       'master and stay queued'
                   move 4 to return-code
               end-if
               if ws-copy-status not = 0
                   display 'WARNING: could not replace hold-queue.txt,'
                       ' status ' ws-copy-status
                   move 8 to return-code
               end-if
           end-if
       end-if.

           move ws-audit-start to aud-start-time
           accept aud-end-time from time
           compute aud-read-count = ws-posted-count
               + ws-suspense-count + ws-held-count
           move ws-posted-count to aud-written-count
           move ws-suspense-count to aud-reject-count
           move return-code to aud-return-code
           close aud
       end-if.

      *> every master change lands on master-changes.txt with the
      *> record before and after, for the change-data-capture extract.
       log-master-change.
       move spaces to mch-change-record.
       move ws-business-date to mch-business-date.
       accept mch-time from time.
       move 'CobolTasklet5' to mch-step.
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
           move 'CobolTasklet5' to mmv-step
           move ws-mov-count to mmv-change-count
           move ws-mov-amount to mmv-net-amount
           move ws-mov-added to mmv-records-added
           move ws-mov-removed to mmv-records-removed
           write mmv-movement-record
           close mov
       end-if.

       post-detail.
       move ws-post-trans-id to m-mast-trans-id.
       read mast
           invalid key
               move ws-run-date to m-mast-first-date
               move ws-run-date to m-mast-last-date
               move ws-post-amount to m-mast-cum-amount
               move ws-post-status to m-mast-status
               move space to m-mast-hold-flag
               write m-master-record
               add 1 to ws-posted-count
               move 'NP' to ws-chg-type
               move spaces to ws-chg-before
               move m-master-record to ws-chg-after
               add ws-post-amount to ws-mov-amount
               add 1 to ws-mov-added
               perform log-master-change
           not invalid key
      *> a held or closed trans-id takes nothing until the hold is
      *> released - the detail waits on the hold queue instead.
               if m-mast-hold-flag = 'H' or m-mast-hold-flag = 'C'
                   move spaces to hq-record
                   move ws-post-trans-id to hq-trans-id
                   move ws-run-date to hq-run-date
                   move m-mast-first-date to hq-first-date
                   move ws-post-amount to hq-amount
                   move ws-post-status to hq-status
                   move ws-post-branch to hq-branch
                   move m-mast-hold-flag to hq-hold-flag
                   write hq-record
                   add 1 to ws-held-count
               else
      *> reversal and adjustment details net against the existing
      *> master entry; only a plain re-presented posting ('P') of a
      *> trans-id already on the master is a duplicate for suspense.
               if ws-post-status = 'R' or ws-post-status = 'J'
                   move m-master-record to ws-chg-before
                   add ws-post-amount to m-mast-cum-amount
                   move ws-run-date to m-mast-last-date
                   move ws-post-status to m-mast-status
                   rewrite m-master-record
                   add 1 to ws-posted-count
                   move 'NT' to ws-chg-type
                   move m-master-record to ws-chg-after
                   add ws-post-amount to ws-mov-amount
                   perform log-master-change
               else
                   move spaces to susp-record
                   move ws-post-trans-id to susp-trans-id
                   move ws-run-date to susp-run-date
                   move m-mast-first-date to susp-first-date
                   move ws-post-amount to susp-amount
                   move ws-post-status to susp-status
                   move ws-post-branch to susp-branch
                   write susp-record
                   add 1 to ws-suspense-count
               end-if
               end-if
       end-read.

      *> work the items queued by earlier runs: those whose trans-id
      *> is still held or closed stay queued exactly as they are, the
      *> rest post now as if they had arrived in today's file2.txt and
      *> stay on the queue marked released. a trans-id gone from the
      *> master is not posted as new - its hold was never released.
       release-held-items.
       open input hq-in.
       if ws-hq-in-status = '00'
           move 'N' to ws-eof-switch
           perform until ws-eof-switch = 'Y'
               read hq-in
                   at end
                       move 'Y' to ws-eof-switch
                   not at end
                       if hq-in-line not = spaces
                           perform release-one-item
                       end-if
               end-read
           end-perform
           close hq-in
       end-if.

       release-one-item.
       move spaces to ws-hq-parsed.
       move hq-in-line to ws-hq-parsed.
       if ws-hq-state = 'R'
           if ws-hq-release-n >= ws-cutoff-date
               move hq-in-line to hq-out-line
               write hq-out-line
           end-if
       else
           move 'Y' to ws-mast-found
           move ws-hq-id to m-mast-trans-id
           read mast
               invalid key
                   move 'N' to ws-mast-found
           end-read
           if ws-mast-found = 'N'
               add 1 to ws-orphan-count
               move hq-in-line to hq-out-line
               write hq-out-line
           else
           if m-mast-hold-flag = 'H' or m-mast-hold-flag = 'C'
               move hq-in-line to hq-out-line
               write hq-out-line
           else
               move ws-hq-id to ws-post-trans-id
               compute ws-post-amount =
                   function numval (ws-hq-amount-x)
               move ws-hq-status to ws-post-status
               move ws-hq-branch to ws-post-branch
               perform post-detail
               add 1 to ws-released-count
               move hq-in-line to hq-out-line
               move 'R' to hq-state
               move ws-business-date to hq-release-date
               write hq-record
           end-if
           end-if
       end-if.
