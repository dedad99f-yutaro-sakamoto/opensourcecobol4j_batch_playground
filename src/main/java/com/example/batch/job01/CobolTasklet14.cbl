      *> the archive (status 'P' against a record first created
      *> before the backout date) and is skipped, and the suspense
      *> lines that cycle wrote are dropped, so the backout never
      *> subtracts money the master was never given. the same goes
      *> for a detail CobolTasklet5 queued on hold-queue.txt because
      *> its trans-id was on hold: it is skipped, and its queue line
      *> leaves with the cycle. a queued item the cycle released and
      *> posted is not in the archived file2.txt, so it is found on
      *> hold-queue.txt by its release date instead, backed out of
      *> the master like an archived detail and put back on hold for
      *> the next posting run. the screening review queue is put back
      *> as it stood before the cycle: items the cycle held back for
      *> review leave it, and items it released (which are in the
      *> archived file2.txt and come off the master with the rest)
      *> wait for review again. a business date in a month the
      *> month-end close has put on closed-periods.txt is never backed
      *> out: the step refuses with return code 48 before touching
      *> anything. every master record the backout adjusts or removes
      *> is logged on master-changes.txt with the record before and
      *> after, and the run's count and net amount taken off go to
      *> master-movements.txt - both under the business date on
      *> run-control.txt, the date the backout ran, so the next
      *> change-data-capture extract carries it; the change lines
      *> also name the backout date in MCH-BACKOUT-DATE.
       environment division.
         input-output section.
         file-control.
           select susp-out assign to 'trans-suspense.tmp'
           organization is line sequential
           file status is ws-susp-out-status.
           select hq-in assign to 'hold-queue.txt'
           organization is line sequential
           file status is ws-hq-in-status.
           select hq-out assign to 'hold-queue.tmp'
           organization is line sequential
           file status is ws-hq-out-status.
           select scq-in assign to 'screening-review.txt'
           organization is line sequential
           file status is ws-scq-in-status.
           select scq-out assign to 'screening-review.tmp'
           organization is line sequential
           file status is ws-scq-out-status.
           select clp assign to 'closed-periods.txt'
           organization is line sequential
           file status is ws-clp-status.
           select rpt assign to 'backout-report.txt'
           organization is line sequential
           file status is ws-rpt-status.
           select chg assign to 'master-changes.txt'
           organization is line sequential
           file status is ws-chg-status.
           select mov assign to 'master-movements.txt'
           organization is line sequential
           file status is ws-mov-status.
           select aud assign to 'run-audit.txt'
           organization is line sequential
           file status is ws-aud-status.
           select ctl assign to 'run-control.txt'
           organization is line sequential
           file status is ws-ctl-status.
       data division.
       file section.
       fd g.
           ==PFX-MAST-FIRST-DATE== by ==M-MAST-FIRST-DATE==,
           ==PFX-MAST-LAST-DATE== by ==M-MAST-LAST-DATE==,
           ==PFX-MAST-CUM-AMOUNT== by ==M-MAST-CUM-AMOUNT==,
           ==PFX-MAST-STATUS== by ==M-MAST-STATUS==,
           ==PFX-MAST-HOLD-FLAG== by ==M-MAST-HOLD-FLAG==.
       fd susp-in.
       01 susp-in-line pic x(60).
       fd susp-out.
       01 susp-out-line pic x(60).
       fd hq-in.
       01 hq-in-line pic x(70).
       fd hq-out.
       01 hq-out-line pic x(70).
       fd scq-in.
       01 scq-in-line pic x(105).
       fd scq-out.
       01 scq-out-line pic x(105).
       fd clp.
       copy "CLOSEPER.cpy".
       fd rpt.
       01 rpt-line pic x(80).
       fd aud.
       copy "AUDITREC.cpy".
       fd chg.
       copy "MASTCHG.cpy".
       fd mov.
       copy "MASTMOVE.cpy".
       fd ctl.
       copy "RUNCTL.cpy".
       working-storage section.
      *> the leading fields of a suspense line as CobolTasklet5
      *> writes it, enough to see which cycle suspended the item.
           05 filler              pic x(1).
           05 ws-susp-run-date    pic 9(8).
           05 filler              pic x(44).
      *> a hold-queue line as CobolTasklet5 writes it.
       01 ws-hq-parsed.
           05 ws-hq-id            pic x(7).
           05 filler              pic x(1).
           05 ws-hq-run-date      pic 9(8).
           05 filler              pic x(1).
           05 ws-hq-first-date    pic 9(8).
           05 filler              pic x(1).
           05 ws-hq-amount-x      pic x(11).
           05 filler              pic x(1).
           05 ws-hq-status        pic x(1).
           05 filler              pic x(12).
           05 ws-hq-state         pic x(1).
           05 filler              pic x(1).
           05 ws-hq-release-date  pic x(8).
           05 filler              pic x(9).
      *> the detail being backed out - from the archived file2.txt, or
      *> from a queue line the cycle released and posted.
       01 ws-bo-trans-id pic 9(7) value 0.
       01 ws-bo-amount pic s9(7)v99 value 0.
       01 ws-bo-status pic x value space.
      *> the details the backed-out cycle queued instead of posting.
      *> each entry is used up by the first archived detail that
      *> matches it, so two identical details queued that day are
      *> both accounted for.
       01 ws-hold-max pic 9(4) value 1000.
       01 ws-hold-count pic 9(4) value 0.
       01 ws-hold-table.
           05 ws-hold-entry occurs 1000 times.
               10 ws-hold-key pic x(7).
               10 ws-hold-status pic x(1).
               10 ws-hold-amount pic s9(7)v99.
               10 ws-hold-used pic x(1).
       01 ws-hold-ix pic 9(4) value 0.
       01 ws-hold-found pic x value 'N'.
       01 ws-hold-overflow pic x value 'N'.
       01 ws-hq-in-status pic xx value '00'.
       01 ws-hq-out-status pic xx value '00'.
      *> a screening review queue line as CobolTasklet25 writes it.
       copy "SCRNQ.cpy".
       01 ws-scq-in-status pic xx value '00'.
       01 ws-scq-out-status pic xx value '00'.
       01 ws-screen-dropped pic 9(7) value 0.
       01 ws-screen-restored pic 9(7) value 0.
       01 ws-held-skipped pic 9(7) value 0.
       01 ws-hold-dropped pic 9(7) value 0.
       01 ws-hold-restored pic 9(7) value 0.
       01 ws-ctl-status pic xx value '00'.
       01 ws-business-date pic 9(8) value 0.
       01 ws-g-status pic xx value '00'.
       01 ws-susp-in-status pic xx value '00'.
       01 ws-susp-out-status pic xx value '00'.
       01 ws-aud-status pic xx value '00'.
       01 ws-audit-start pic 9(8) value 0.
       01 ws-backout-date pic 9(8) value 0.
       01 ws-backout-parts redefines ws-backout-date.
           05 ws-backout-period pic 9(6).
           05 filler pic 9(2).
       01 ws-clp-status pic xx value '00'.
       01 ws-period-closed pic x value 'N'.
       01 ws-arch-name pic x(64) value spaces.
       01 ws-eof-switch pic x value 'N'.
       01 ws-aud-eof-switch pic x value 'N'.
       01 ws-delete-status pic s9(9) comp-5 value 0.
       01 ws-amount-disp pic -(7)9.99.
       01 ws-count-disp pic zzzzzz9.
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
       perform get-business-date.
       accept ws-backout-date from environment "BACKOUT_DATE".
       if ws-backout-date = 0
           display 'WARNING: BACKOUT_DATE is not set, nothing to '
           stop run
       end-if.

      *> a closed month has been reported to finance as final.
       perform check-closed-period.
       if ws-period-closed = 'Y'
           display 'WARNING: business date ' ws-backout-date
               ' is in closed period ' ws-backout-period
               ', backout refused'
           move 48 to return-code
           perform write-audit-record
           stop run
       end-if.

      *> the run-audit history is the record of what has been posted:
      *> a CobolTasklet5 line under a later business date means the
      *> master already carries postings on top of the date to be
           stop run
       end-if.

      *> a queued detail the table could not hold would be backed out
      *> of the master as though it had posted, so an oversized queue
      *> stops the backout before anything is touched.
       perform load-cycle-holds.
       if ws-hold-overflow = 'Y'
           display 'WARNING: more than ' ws-hold-max ' held items '
               'queued on ' ws-backout-date ', backout refused'
           move 12 to return-code
           perform write-audit-record
           stop run
       end-if.

       move spaces to ws-arch-name.
       string 'archive/' ws-backout-date '/file2.txt'
           delimited by size into ws-arch-name.
           stop run
       end-if.

       open extend chg.
       if ws-chg-status not = '00'
           open output chg
       end-if.
       open output rpt.
       move spaces to rpt-line.
       string 'CYCLE BACKOUT - BUSINESS DATE ' ws-backout-date
       end-perform.

       close g.
       perform back-out-cycle-releases.
       close mast.
       close chg.
       perform write-movement-record.

       perform drop-cycle-suspense.
       perform drop-cycle-holds.
       perform restore-cycle-screening.
       perform write-report-totals.
       close rpt.

       perform write-audit-record.
       stop run.

      *> the business date comes from the run-control card when one is
      *> present; the system clock is only a fallback. it dates the
      *> master change log lines, which belong to the day the backout
      *> ran, not the day it undid.
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
                   end-if
           end-read
           close ctl
       end-if.
       if ws-business-date = 0
           accept ws-business-date from date yyyymmdd
       end-if.

       check-closed-period.
       open input clp.
       if ws-clp-status = '00'
           perform until ws-clp-status not = '00'
               read clp
                   at end
                       move '10' to ws-clp-status
                   not at end
                       if clp-period = ws-backout-period
                           move 'Y' to ws-period-closed
                       end-if
               end-read
           end-perform
           close clp
       end-if.

      *> walk the distinct posted dates oldest first. a date counts
      *> as still posted only while its CobolTasklet5 lines outnumber
      *> the completed backout lines this program has written for it,
      *> gives the amount back and falls back to the latest posting
      *> run before the backout date.
       back-out-detail.
       move g-trans-id to ws-bo-trans-id.
       move g-amount to ws-bo-amount.
       move g-status to ws-bo-status.
       perform find-cycle-hold.
       if ws-hold-found = 'Y'
           add 1 to ws-held-skipped
           move g-amount to ws-amount-disp
           move spaces to rpt-line
           string 'SKIPPED  ' g-trans-id ' AMOUNT '
               ws-amount-disp ' WENT TO HOLD QUEUE'
               delimited by size into rpt-line
           write rpt-line
       else
           perform back-out-posted-detail
       end-if.

       back-out-posted-detail.
       move ws-bo-trans-id to m-mast-trans-id.
       read mast
           invalid key
               add 1 to ws-missing-count
               move spaces to rpt-line
               string 'MISSING  ' ws-bo-trans-id
                   ' NOT ON MASTER' delimited by size into rpt-line
               write rpt-line
               end-write
      *> a 'P' against a record first created before this date never
      *> posted - CobolTasklet5 suspended it - so there is nothing
      *> on the master to give back.
               if ws-bo-status = 'P'
                       and m-mast-first-date < ws-backout-date
                   add 1 to ws-skipped-count
                   move ws-bo-amount to ws-amount-disp
                   move spaces to rpt-line
                   string 'SKIPPED  ' ws-bo-trans-id ' AMOUNT '
                       ws-amount-disp ' WENT TO SUSPENSE'
                       delimited by size into rpt-line
                   write rpt-line
               else
               if m-mast-first-date = ws-backout-date
                   move m-master-record to ws-chg-before
                   subtract m-mast-cum-amount from ws-mov-amount
                   delete mast record
                   add 1 to ws-removed-count
                   add 1 to ws-mov-removed
                   move 'BR' to ws-chg-type
                   move spaces to ws-chg-after
                   perform log-master-change
                   move ws-bo-amount to ws-amount-disp
                   move spaces to rpt-line
                   string 'REMOVED  ' ws-bo-trans-id ' AMOUNT '
                       ws-amount-disp delimited by size into rpt-line
                   write rpt-line
               else
                   move m-master-record to ws-chg-before
                   subtract ws-bo-amount from m-mast-cum-amount
                   if ws-prior-date > 0
                       move ws-prior-date to m-mast-last-date
                   else
                   end-if
                   rewrite m-master-record
                   add 1 to ws-reversed-count
                   move 'BA' to ws-chg-type
                   move m-master-record to ws-chg-after
                   subtract ws-bo-amount from ws-mov-amount
                   perform log-master-change
                   move ws-bo-amount to ws-amount-disp
                   move spaces to rpt-line
                   string 'REVERSED ' ws-bo-trans-id ' AMOUNT '
                       ws-amount-disp delimited by size into rpt-line
                   write rpt-line
               end-if
               end-if
       end-read.

       load-cycle-holds.
       open input hq-in.
       if ws-hq-in-status = '00'
           move 'N' to ws-eof-switch
           perform until ws-eof-switch = 'Y'
               read hq-in
                   at end
                       move 'Y' to ws-eof-switch
                   not at end
                       move spaces to ws-hq-parsed
                       move hq-in-line to ws-hq-parsed
                       if ws-hq-run-date = ws-backout-date
                           perform add-cycle-hold
                       end-if
               end-read
           end-perform
           move 'N' to ws-eof-switch
           close hq-in
       end-if.

       add-cycle-hold.
       if ws-hold-count >= ws-hold-max
           move 'Y' to ws-hold-overflow
       else
           add 1 to ws-hold-count
           move ws-hq-id to ws-hold-key (ws-hold-count)
           move ws-hq-status to ws-hold-status (ws-hold-count)
           compute ws-hold-amount (ws-hold-count) =
               function numval (ws-hq-amount-x)
           move 'N' to ws-hold-used (ws-hold-count)
       end-if.

       find-cycle-hold.
       move 'N' to ws-hold-found.
       perform varying ws-hold-ix from 1 by 1
               until ws-hold-ix > ws-hold-count
               or ws-hold-found = 'Y'
           if ws-hold-used (ws-hold-ix) = 'N'
                   and ws-hold-key (ws-hold-ix) = g-trans-id
                   and ws-hold-status (ws-hold-ix) = g-status
                   and ws-hold-amount (ws-hold-ix) = g-amount
               move 'Y' to ws-hold-used (ws-hold-ix)
               move 'Y' to ws-hold-found
           end-if
       end-perform.

      *> the queue items the backed-out cycle released and posted are
      *> not in its archived file2.txt, but their queue lines still
      *> carry them, so they come off the master from there.
       back-out-cycle-releases.
       open input hq-in.
       if ws-hq-in-status = '00'
           move 'N' to ws-eof-switch
           perform until ws-eof-switch = 'Y'
               read hq-in
                   at end
                       move 'Y' to ws-eof-switch
                   not at end
                       move spaces to ws-hq-parsed
                       move hq-in-line to ws-hq-parsed
                       if ws-hq-state = 'R'
                               and ws-hq-release-date = ws-backout-date
                           move ws-hq-id to ws-bo-trans-id
                           compute ws-bo-amount =
                               function numval (ws-hq-amount-x)
                           move ws-hq-status to ws-bo-status
                           perform back-out-posted-detail
                       end-if
               end-read
           end-perform
           move 'N' to ws-eof-switch
           close hq-in
       end-if.

      *> the hold-queue lines the backed-out cycle wrote go with it,
      *> the same way its suspense lines do, and the items it
      *> released go back on hold to post again with the next run.
       drop-cycle-holds.
       open input hq-in.
       if ws-hq-in-status = '00'
           open output hq-out
           move 'N' to ws-eof-switch
           perform until ws-eof-switch = 'Y'
               read hq-in
                   at end
                       move 'Y' to ws-eof-switch
                   not at end
                       move spaces to ws-hq-parsed
                       move hq-in-line to ws-hq-parsed
                       if ws-hq-run-date = ws-backout-date
                           add 1 to ws-hold-dropped
                       else
                           perform restore-cycle-hold
                           write hq-out-line from ws-hq-parsed
                       end-if
               end-read
           end-perform
           move 'N' to ws-eof-switch
           close hq-in
           close hq-out
           call "CBL_COPY_FILE" using 'hold-queue.tmp'
               'hold-queue.txt' returning ws-copy-status
           call "CBL_DELETE_FILE" using 'hold-queue.tmp'
               returning ws-delete-status
       end-if.

       restore-cycle-hold.
       if ws-hq-state = 'R' and ws-hq-release-date = ws-backout-date
           move space to ws-hq-state
           move spaces to ws-hq-release-date
           add 1 to ws-hold-restored
           move spaces to rpt-line
           string 'RESTORED ' ws-hq-id ' AMOUNT ' ws-hq-amount-x
               ' BACK TO HOLD QUEUE' delimited by size into rpt-line
           write rpt-line
       end-if.

      *> a release the backed-out cycle acted on is undone, and the
      *> items it held back go with it - a rerun of the date screens
      *> its file afresh.
       restore-cycle-screening.
       open input scq-in.
       if ws-scq-in-status = '00'
           open output scq-out
           move 'N' to ws-eof-switch
           perform until ws-eof-switch = 'Y'
               read scq-in
                   at end
                       move 'Y' to ws-eof-switch
                   not at end
                       move scq-in-line to scr-queue-record
                       perform restore-one-screening-line
               end-read
           end-perform
           move 'N' to ws-eof-switch
           close scq-in
           close scq-out
           call "CBL_COPY_FILE" using 'screening-review.tmp'
               'screening-review.txt' returning ws-copy-status
           call "CBL_DELETE_FILE" using 'screening-review.tmp'
               returning ws-delete-status
       end-if.

       restore-one-screening-line.
       if scr-flag-date = ws-backout-date
           add 1 to ws-screen-dropped
       else
           if scr-state = 'R'
                   and scr-release-date = ws-backout-date
               move 'P' to scr-state
               move 0 to scr-release-date
               move spaces to scr-operator-id
               add 1 to ws-screen-restored
               move spaces to rpt-line
               string 'RESTORED ' scr-detail (2:7) ' AMOUNT '
                   scr-amount ' BACK TO SCREENING REVIEW'
                   delimited by size into rpt-line
               write rpt-line
           end-if
           write scq-out-line from scr-queue-record
       end-if.

      *> the suspense lines the backed-out cycle wrote describe
      *> duplicates of a run that no longer exists, so they leave
      *> the backlog with it.
       string 'SUSPENSE DROPPED' ws-count-disp
           delimited by size into rpt-line.
       write rpt-line.
       move ws-held-skipped to ws-count-disp.
       move spaces to rpt-line.
       string 'SKIPPED HELD    ' ws-count-disp
           delimited by size into rpt-line.
       write rpt-line.
       move ws-hold-dropped to ws-count-disp.
       move spaces to rpt-line.
       string 'HOLDS DROPPED   ' ws-count-disp
           delimited by size into rpt-line.
       write rpt-line.
       move ws-hold-restored to ws-count-disp.
       move spaces to rpt-line.
       string 'HOLDS RESTORED  ' ws-count-disp
           delimited by size into rpt-line.
       write rpt-line.
       move ws-screen-dropped to ws-count-disp.
       move spaces to rpt-line.
       string 'SCREENED DROPPED' ws-count-disp
           delimited by size into rpt-line.
       write rpt-line.
       move ws-screen-restored to ws-count-disp.
       move spaces to rpt-line.
       string 'SCREEN RESTORED ' ws-count-disp
           delimited by size into rpt-line.
       write rpt-line.

      *> every master change lands on master-changes.txt with the
      *> record before and after, for the change-data-capture extract.
       log-master-change.
       move spaces to mch-change-record.
       move ws-business-date to mch-business-date.
       accept mch-time from time.
       move 'CobolTasklet14' to mch-step.
       move ws-backout-date to mch-backout-date.
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
           move 'CobolTasklet14' to mmv-step
           move ws-mov-count to mmv-change-count
           move ws-mov-amount to mmv-net-amount
           move ws-mov-added to mmv-records-added
           move ws-mov-removed to mmv-records-removed
           write mmv-movement-record
           close mov
       end-if.

      *> append this step's line to the shared run-audit file so the
      *> morning operator can see the backout and its counts without
