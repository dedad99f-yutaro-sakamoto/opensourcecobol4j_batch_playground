       identification division.
       program-id. CobolTasklet20.
      *> retention and housekeeping step, run after the cycle closes.
      *> everything that grows without bound is trimmed against a cutoff
      *> of RETENTION_DAYS (default 90) before the business date:
      *> run-audit.txt and totals-history.txt lines older than the
      *> cutoff roll off into dated archive files (the history always
      *> keeps its newest 31 lines so the 30-run anomaly baseline stays
      *> intact), archive/YYYYMMDD generation folders older than the
      *> cutoff are deleted, and master records whose last date is older
      *> than the cutoff and not on hold are purged - after being
      *> written to purged-master.txt, where the trace inquiry can still
      *> find them. each purge is logged on master-changes.txt like any
      *> other master change, and once the day's purges are in,
      *> master-changes.txt and master-movements.txt lose their lines
      *> older than the cutoff, and the change-data-capture extracts of
      *> a deleted generation go with it. housekeeping-report.txt shows
      *> what was kept, rolled and purged.
       environment division.
         input-output section.
         file-control.
           select aud assign to 'run-audit.txt'
           organization is line sequential
           file status is ws-aud-status.
           select chg assign to 'master-changes.txt'
           organization is line sequential
           file status is ws-chg-status.
           select mov assign to 'master-movements.txt'
           organization is line sequential
           file status is ws-mov-status.
           select log-in assign to dynamic ws-live-name
           organization is line sequential
           file status is ws-log-in-status.
           select log-out assign to dynamic ws-tmp-name
           organization is line sequential
           file status is ws-log-out-status.
           select ctl assign to 'run-control.txt'
           organization is line sequential
           file status is ws-ctl-status.
           ==PFX-MAST-FIRST-DATE== by ==M-MAST-FIRST-DATE==,
           ==PFX-MAST-LAST-DATE== by ==M-MAST-LAST-DATE==,
           ==PFX-MAST-CUM-AMOUNT== by ==M-MAST-CUM-AMOUNT==,
           ==PFX-MAST-STATUS== by ==M-MAST-STATUS==,
           ==PFX-MAST-HOLD-FLAG== by ==M-MAST-HOLD-FLAG==.
       fd purged.
       01 purged-record.
           05 pur-trans-id        pic 9(7).
           ==AUD-RETURN-CODE== by ==AU-RETURN-CODE==.
       fd ctl.
       copy "RUNCTL.cpy".
       fd chg.
       copy "MASTCHG.cpy".
       fd mov.
       copy "MASTMOVE.cpy".
       fd log-in.
       01 log-in-line pic x(140).
       01 log-in-date pic 9(8).
       fd log-out.
       01 log-out-line pic x(140).
       working-storage section.
       01 ws-aud-in-status pic xx value '00'.
       01 ws-aud-out-status pic xx value '00'.
       01 ws-path-name pic x(64) value spaces.
       01 ws-mast-kept pic 9(7) value 0.
       01 ws-mast-purged pic 9(7) value 0.
       01 ws-mast-held pic 9(7) value 0.
       01 ws-call-status pic s9(9) comp-5 value 0.
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
       01 ws-log-in-status pic xx value '00'.
       01 ws-log-out-status pic xx value '00'.
       01 ws-log-kept pic 9(7) value 0.
       01 ws-log-dropped pic 9(7) value 0.
       procedure division.

       accept ws-audit-start from time.
       perform roll-audit-file.
       perform roll-history-file.
       perform purge-master.
       move 'master-changes.txt' to ws-live-name.
       move 'master-changes.tmp' to ws-tmp-name.
       perform trim-change-log.
       move 'master-movements.txt' to ws-live-name.
       move 'master-movements.tmp' to ws-tmp-name.
       perform trim-change-log.
       perform write-report-totals.
       close rpt.


      *> walk the distinct business dates in the audit history oldest
      *> first (the same rescan the trace inquiry uses) and delete
      *> each generation folder older than the cutoff: the archived
      *> cycle and ledger posting files first, then the folder itself.
       delete-old-generations.
       move 0 to ws-prev-date.
       perform find-next-date.
               delimited by size into ws-path-name
           call "CBL_DELETE_FILE" using ws-path-name
               returning ws-call-status
           move spaces to ws-path-name
           string 'archive/' ws-next-date '/gl-posting.txt'
               delimited by size into ws-path-name
           call "CBL_DELETE_FILE" using ws-path-name
               returning ws-call-status
           move spaces to ws-path-name
           string 'master-cdc-' ws-next-date '.txt'
               delimited by size into ws-path-name
           call "CBL_DELETE_FILE" using ws-path-name
               returning ws-call-status
           move spaces to ws-dir-name
           string 'archive/' ws-next-date
               delimited by size into ws-dir-name
      *> master records untouched since the cutoff leave the keyed
      *> file - but only after landing on purged-master.txt, which
      *> the trace inquiry still reads, so a purged trans-id is
      *> slower to find but never gone. a record on hold ('H') is a
      *> dispute waiting on its maintenance card, however old, and
      *> stays on the master until the card releases it.
       purge-master.
       open i-o mast.
       if ws-mast-status = '00'
           if ws-purged-status not = '00'
               open output purged
           end-if
           open extend chg
           if ws-chg-status not = '00'
               open output chg
           end-if
           move 'N' to ws-eof-switch
           move 0 to m-mast-trans-id
           start mast key not < m-mast-trans-id
                       move 'Y' to ws-eof-switch
                   not at end
                       if m-mast-last-date < ws-cutoff-date
                               and m-mast-hold-flag = 'H'
                           add 1 to ws-mast-held
                       end-if
                       if m-mast-last-date < ws-cutoff-date
                               and m-mast-hold-flag not = 'H'
                           move spaces to purged-record
                           move m-mast-trans-id to pur-trans-id
                           move m-mast-first-date to pur-first-date
                           move m-mast-cum-amount to pur-cum-amount
                           move m-mast-status to pur-status
                           write purged-record
                           move m-master-record to ws-chg-before
                           subtract m-mast-cum-amount
                               from ws-mov-amount
                           delete mast record
                           add 1 to ws-mast-purged
                           add 1 to ws-mov-removed
                           move 'PG' to ws-chg-type
                           move spaces to ws-chg-after
                           perform log-master-change
                       else
                           add 1 to ws-mast-kept
                       end-if
           move 'N' to ws-eof-switch
           close purged
           close mast
           close chg
           perform write-movement-record
       end-if.

      *> both master change logs start with the business date, and
      *> lines older than the cutoff are dropped - the day's extract
      *> has long since carried them to the warehouse.
       trim-change-log.
       open input log-in.
       if ws-log-in-status = '00'
           open output log-out
           move 'N' to ws-eof-switch
           perform until ws-eof-switch = 'Y'
               read log-in
                   at end
                       move 'Y' to ws-eof-switch
                   not at end
                       if log-in-date numeric
                               and log-in-date < ws-cutoff-date
                           add 1 to ws-log-dropped
                       else
                           write log-out-line from log-in-line
                           add 1 to ws-log-kept
                       end-if
               end-read
           end-perform
           move 'N' to ws-eof-switch
           close log-in
           close log-out
           call "CBL_COPY_FILE" using ws-tmp-name ws-live-name
               returning ws-call-status
           call "CBL_DELETE_FILE" using ws-tmp-name
               returning ws-call-status
       end-if.

       write-report-totals.
       string 'MASTER RECORDS PURGED ' ws-count-disp
           delimited by size into rpt-line.
       write rpt-line.
       move ws-mast-held to ws-count-disp.
       move spaces to rpt-line.
       string 'MASTER HELD, KEPT     ' ws-count-disp
           delimited by size into rpt-line.
       write rpt-line.
       move ws-log-kept to ws-count-disp.
       move spaces to rpt-line.
       string 'CHANGE LOG LINES KEPT ' ws-count-disp
           delimited by size into rpt-line.
       write rpt-line.
       move ws-log-dropped to ws-count-disp.
       move spaces to rpt-line.
       string 'CHANGE LOG DROPPED    ' ws-count-disp
           delimited by size into rpt-line.
       write rpt-line.

      *> every master change lands on master-changes.txt with the
      *> record before and after, for the change-data-capture extract.
       log-master-change.
       move spaces to mch-change-record.
       move ws-business-date to mch-business-date.
       accept mch-time from time.
       move 'CobolTasklet20' to mch-step.
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
           move 'CobolTasklet20' to mmv-step
           move ws-mov-count to mmv-change-count
           move ws-mov-amount to mmv-net-amount
           move ws-mov-added to mmv-records-added
           move ws-mov-removed to mmv-records-removed
           write mmv-movement-record
           close mov
       end-if.

      *> append this step's line to the freshly trimmed run-audit
      *> file so the morning operator can see the housekeeping
