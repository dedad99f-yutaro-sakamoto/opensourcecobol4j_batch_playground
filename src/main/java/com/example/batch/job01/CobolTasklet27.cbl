       identification division.
       program-id. CobolTasklet27.
      *> change-data-capture extract of the transaction master for
      *> the data warehouse, run last in the cycle so the day's purges
      *> are in. every step that changes transaction-master.dat -
      *> posting and netting in CobolTasklet5, approved
      *> re-presentments in CobolTasklet13, maintenance cards in
      *> CobolTasklet22, backouts in CobolTasklet14 and purges in
      *> CobolTasklet20 - logs each change on master-changes.txt with
      *> the record before and after, and its count and net amount
      *> moved on master-movements.txt. this step picks the business
      *> date's changes off the log in the order they were made and
      *> writes them to master-cdc-YYYYMMDD.txt with the TRANMAST
      *> fields broken out, between a header and a trailer carrying
      *> the count and net amount change. the net change must tie to
      *> the day's movement lines: when it does not - a step changed
      *> the master without logging it, or logged what it did not do
      *> - the trailer says BREAK and the step ends with return code
      *> 16, so the warehouse is not fed an increment that would not
      *> add up. a backout is logged under the business date it ran,
      *> so it reaches the warehouse in that day's extract with the
      *> rest of the day's changes. run again for the same date, the
      *> extract is rebuilt from the log.
       environment division.
         input-output section.
         file-control.
           select chg assign to 'master-changes.txt'
           organization is line sequential
           file status is ws-chg-status.
           select mov assign to 'master-movements.txt'
           organization is line sequential
           file status is ws-mov-status.
           select cdc assign to dynamic ws-cdc-name
           organization is line sequential
           file status is ws-cdc-status.
           select aud assign to 'run-audit.txt'
           organization is line sequential
           file status is ws-aud-status.
           select ctl assign to 'run-control.txt'
           organization is line sequential
           file status is ws-ctl-status.
       data division.
       file section.
       fd chg.
       copy "MASTCHG.cpy".
       fd mov.
       copy "MASTMOVE.cpy".
       01 mov-line.
           05 filler              pic x(43).
           05 mov-net-amount-x    pic x(15).
       fd cdc.
       copy "MASTCDC.cpy".
       fd aud.
       copy "AUDITREC.cpy".
       fd ctl.
       copy "RUNCTL.cpy".
       working-storage section.
      *> the before and after images off the change log.
       copy "TRANMAST.cpy"
           replacing ==PFX-MASTER-RECORD== by ==B-MASTER-RECORD==,
           ==PFX-MAST-TRANS-ID== by ==B-MAST-TRANS-ID==,
           ==PFX-MAST-FIRST-DATE== by ==B-MAST-FIRST-DATE==,
           ==PFX-MAST-LAST-DATE== by ==B-MAST-LAST-DATE==,
           ==PFX-MAST-CUM-AMOUNT== by ==B-MAST-CUM-AMOUNT==,
           ==PFX-MAST-STATUS== by ==B-MAST-STATUS==,
           ==PFX-MAST-HOLD-FLAG== by ==B-MAST-HOLD-FLAG==.
       copy "TRANMAST.cpy"
           replacing ==PFX-MASTER-RECORD== by ==A-MASTER-RECORD==,
           ==PFX-MAST-TRANS-ID== by ==A-MAST-TRANS-ID==,
           ==PFX-MAST-FIRST-DATE== by ==A-MAST-FIRST-DATE==,
           ==PFX-MAST-LAST-DATE== by ==A-MAST-LAST-DATE==,
           ==PFX-MAST-CUM-AMOUNT== by ==A-MAST-CUM-AMOUNT==,
           ==PFX-MAST-STATUS== by ==A-MAST-STATUS==,
           ==PFX-MAST-HOLD-FLAG== by ==A-MAST-HOLD-FLAG==.
       01 ws-chg-status pic xx value '00'.
       01 ws-mov-status pic xx value '00'.
       01 ws-cdc-status pic xx value '00'.
       01 ws-aud-status pic xx value '00'.
       01 ws-ctl-status pic xx value '00'.
       01 ws-audit-start pic 9(8) value 0.
       01 ws-business-date pic 9(8) value 0.
       01 ws-rerun-mode pic x value 'N'.
       01 ws-cdc-name pic x(64) value spaces.
       01 ws-eof-switch pic x value 'N'.
       01 ws-before-amount pic s9(9)v99 value 0.
       01 ws-after-amount pic s9(9)v99 value 0.
       01 ws-net-change pic s9(11)v99 value 0.
       01 ws-read-count pic 9(7) value 0.
       01 ws-cdc-count pic 9(7) value 0.
       01 ws-cdc-net pic s9(13)v99 value 0.
       01 ws-move-count pic 9(7) value 0.
       01 ws-move-net pic s9(13)v99 value 0.
       01 ws-break-count pic 9(7) value 0.
       procedure division.

       accept ws-audit-start from time.
       perform get-business-date.
       move spaces to ws-cdc-name.
       string 'master-cdc-' ws-business-date '.txt'
           delimited by size into ws-cdc-name.

       open output cdc.
       if ws-cdc-status not = '00'
           display 'WARNING: ' ws-cdc-name (1:23)
               ' could not be opened, status ' ws-cdc-status
           move 8 to return-code
           perform write-audit-record
           stop run
       end-if.
       move spaces to cdc-header-record.
       move 'H' to cdc-hdr-type.
       move ws-business-date to cdc-hdr-business-date.
       accept cdc-hdr-created-date from date yyyymmdd.
       accept cdc-hdr-created-time from time.
       write cdc-header-record.

      *> no change log means nothing has changed the master yet.
       open input chg.
       if ws-chg-status = '00'
           perform until ws-eof-switch = 'Y'
               read chg
                   at end
                       move 'Y' to ws-eof-switch
                   not at end
                       add 1 to ws-read-count
                       if mch-business-date = ws-business-date
                           perform write-cdc-detail
                       end-if
               end-read
           end-perform
           close chg
           move 'N' to ws-eof-switch
       end-if.

       perform sum-movements.

       move spaces to cdc-trailer-record.
       move 'T' to cdc-trl-type.
       move ws-cdc-count to cdc-trl-count.
       move ws-cdc-net to cdc-trl-net-change.
       move ws-move-count to cdc-trl-move-count.
       move ws-move-net to cdc-trl-move-net.
       if ws-cdc-count = ws-move-count and ws-cdc-net = ws-move-net
           move 'TIED' to cdc-trl-tie
       else
           move 'BREAK' to cdc-trl-tie
           move 1 to ws-break-count
       end-if.
       write cdc-trailer-record.
       close cdc.

       move 0 to return-code.
       if ws-break-count > 0
           display 'WARNING: master changes ' ws-cdc-count ' net '
               cdc-trl-net-change ' do not tie to movements '
               ws-move-count ' net ' cdc-trl-move-net
           move 16 to return-code
       end-if.

       perform write-audit-record.
       stop run.

      *> the business date comes from the run-control card when one is
      *> present; the system clock is only a fallback. the change log
      *> carries the business date on every line, so a rerun date
      *> simply extracts that date's changes again.
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

       write-cdc-detail.
       move mch-before-image to b-master-record.
       move mch-after-image to a-master-record.
       move spaces to cdc-detail-record.
       move 'D' to cdc-dtl-type.
       move mch-change-type to cdc-change-type.
       move mch-trans-id to cdc-trans-id.
       move mch-step to cdc-step.
       move mch-business-date to cdc-business-date.
       move mch-time to cdc-change-time.
       if mch-before-image = spaces
           move 'N' to cdc-before-present
           move 0 to cdc-bef-first-date
           move 0 to cdc-bef-last-date
           move 0 to ws-before-amount
       else
           move 'Y' to cdc-before-present
           move b-mast-first-date to cdc-bef-first-date
           move b-mast-last-date to cdc-bef-last-date
           move b-mast-cum-amount to ws-before-amount
           move b-mast-status to cdc-bef-status
           move b-mast-hold-flag to cdc-bef-hold-flag
       end-if.
       move ws-before-amount to cdc-bef-cum-amount.
       if mch-after-image = spaces
           move 'N' to cdc-after-present
           move 0 to cdc-aft-first-date
           move 0 to cdc-aft-last-date
           move 0 to ws-after-amount
       else
           move 'Y' to cdc-after-present
           move a-mast-first-date to cdc-aft-first-date
           move a-mast-last-date to cdc-aft-last-date
           move a-mast-cum-amount to ws-after-amount
           move a-mast-status to cdc-aft-status
           move a-mast-hold-flag to cdc-aft-hold-flag
       end-if.
       move ws-after-amount to cdc-aft-cum-amount.
       compute ws-net-change = ws-after-amount - ws-before-amount.
       move ws-net-change to cdc-net-change.
       write cdc-detail-record.
       add 1 to ws-cdc-count.
       add ws-net-change to ws-cdc-net.

      *> every run of a master-changing step for the date leaves one
      *> movement line; a date backed out and posted again leaves
      *> several, and they all count.
       sum-movements.
       open input mov.
       if ws-mov-status = '00'
           perform until ws-eof-switch = 'Y'
               read mov
                   at end
                       move 'Y' to ws-eof-switch
                   not at end
                       if mmv-business-date = ws-business-date
                           add mmv-change-count to ws-move-count
                           compute ws-move-net = ws-move-net
                               + function numval (mov-net-amount-x)
                       end-if
               end-read
           end-perform
           close mov
           move 'N' to ws-eof-switch
       end-if.

      *> append this step's line to the shared run-audit file: change
      *> log lines read, extract details written, and 1 in the reject
      *> column when the extract does not tie.
       write-audit-record.
       open extend aud.
       if ws-aud-status not = '00'
           open output aud
       end-if.
       if ws-aud-status = '00'
           move spaces to aud-record
           move 'CobolTasklet27' to aud-program-id
           move ws-business-date to aud-business-date
           move ws-audit-start to aud-start-time
           accept aud-end-time from time
           move ws-read-count to aud-read-count
           move ws-cdc-count to aud-written-count
           move ws-break-count to aud-reject-count
           move return-code to aud-return-code
           write aud-record
           close aud
       end-if.
