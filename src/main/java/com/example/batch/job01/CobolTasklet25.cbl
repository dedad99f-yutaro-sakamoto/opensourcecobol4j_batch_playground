       identification division.
       program-id. CobolTasklet25.
      *> pre-posting screening, run after CobolTasklet2 and ahead of
      *> the posting step CobolTasklet5. reads the netted file2.txt
      *> against the operator rules on screening-rules.txt - per
      *> branch a single-item amount limit and a daily total limit,
      *> with a '*' line giving the limits for branches not named
      *> (a zero limit is no limit) - and holds back any detail that
      *> breaks one: an original or adjustment over the single-item
      *> limit, an original that looks like a resend of one already
      *> passed today (same branch, trans-date, currency and amount
      *> as sent, different trans-id), and an original that would
      *> take the branch past its daily total. a reversal or
      *> adjustment of a trans-id held back earlier in the file goes
      *> with it. held details are taken out of file2.txt and
      *> file2-interface.txt (the trailer is rebuilt) and written to
      *> the review queue screening-review.txt with the rule that
      *> fired. the operator clears an item with a line on
      *> screening-releases.txt dated for the business date of the
      *> run that should post it; that run puts the detail back into
      *> file2.txt under its own branch. everything done is listed on
      *> screening-report.txt, and anything held back or a release
      *> that found nothing to release ends the step with return
      *> code 4.
       environment division.
         input-output section.
         file-control.
           select g-in assign to dynamic ws-file2-name
           organization is sequential
           file status is ws-g-in-status.
           select g-out assign to dynamic ws-gtmp-name
           organization is sequential
           file status is ws-g-out-status.
           select ifc assign to dynamic ws-itmp-name
           organization is sequential
           file status is ws-ifc-status.
           select sq-in assign to dynamic ws-sq-name
           organization is line sequential
           file status is ws-sq-in-status.
           select sq-out assign to dynamic ws-sqtmp-name
           organization is line sequential
           file status is ws-sq-out-status.
           select rules assign to 'screening-rules.txt'
           organization is line sequential
           file status is ws-rules-status.
           select rel assign to 'screening-releases.txt'
           organization is line sequential
           file status is ws-rel-status.
           select swork assign to dynamic ws-swork-name
           organization is indexed
           access mode is random
           record key is sw-key
           file status is ws-swork-status.
           select rpt assign to dynamic ws-report-name
           organization is line sequential
           file status is ws-rpt-status.
           select aud assign to 'run-audit.txt'
           organization is line sequential
           file status is ws-aud-status.
           select ctl assign to 'run-control.txt'
           organization is line sequential
           file status is ws-ctl-status.
       data division.
       file section.
       fd g-in.
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
       fd g-out.
       copy "TRANREC.cpy"
           replacing ==PFX-HEADER-RECORD== by ==O-HEADER-RECORD==,
           ==PFX-HEADER-TYPE== by ==O-HEADER-TYPE==,
           ==PFX-HEADER-RUN-DATE== by ==O-HEADER-RUN-DATE==,
           ==PFX-HEADER-EXP-COUNT== by ==O-HEADER-EXP-COUNT==,
           ==PFX-BATCH-RECORD== by ==O-BATCH-RECORD==,
           ==PFX-BATCH-TYPE== by ==O-BATCH-TYPE==,
           ==PFX-BATCH-BRANCH== by ==O-BATCH-BRANCH==,
           ==PFX-DETAIL-RECORD== by ==O-DETAIL-RECORD==,
           ==PFX-DETAIL-TYPE== by ==O-DETAIL-TYPE==,
           ==PFX-TRANS-ID== by ==O-TRANS-ID==,
           ==PFX-TRANS-DATE== by ==O-TRANS-DATE==,
           ==PFX-AMOUNT== by ==O-AMOUNT==,
           ==PFX-STATUS== by ==O-STATUS==,
           ==PFX-CURRENCY== by ==O-CURRENCY==,
           ==PFX-ORIG-AMOUNT== by ==O-ORIG-AMOUNT==,
           ==PFX-TRAILER-RECORD== by ==O-TRAILER-RECORD==,
           ==PFX-TRAILER-TYPE== by ==O-TRAILER-TYPE==,
           ==PFX-TRAILER-COUNT== by ==O-TRAILER-COUNT==.
       fd ifc.
       01 ifc-record.
           05 ifc-rec-type        pic x(2).
           05 ifc-value           pic s9(9).
           05 ifc-date            pic 9(8).
           05 filler              pic x(61).
       fd sq-in.
       01 sq-in-line pic x(105).
       fd sq-out.
       01 sq-out-line pic x(105).
       fd rules.
       01 rule-record.
           05 rule-branch         pic x(8).
           05 filler              pic x(1).
           05 rule-single-limit   pic 9(9)v99.
           05 filler              pic x(1).
           05 rule-daily-limit    pic 9(11)v99.
       fd rel.
       01 rel-record.
           05 rel-trans-id        pic x(7).
           05 filler              pic x(1).
           05 rel-operator-id     pic x(8).
           05 filler              pic x(1).
           05 rel-date            pic x(8).
      *> the run's memory of what it has already passed or held back:
      *> kind 'I' keyed on a trans-id held back this run, kind 'D' on
      *> the branch, trans-date, currency and amount as sent of an
      *> original already passed, carrying that original's trans-id.
       fd swork.
       01 sw-record.
           05 sw-key.
               10 sw-kind         pic x(1).
               10 sw-data         pic x(28).
           05 sw-trans-id         pic 9(7).
       fd rpt.
       01 rpt-line pic x(80).
       fd aud.
       copy "AUDITREC.cpy".
       fd ctl.
       copy "RUNCTL.cpy".
       working-storage section.
       copy "SCRNQ.cpy".
       copy "TRANREC.cpy"
           replacing ==PFX-HEADER-RECORD== by ==X-HEADER-RECORD==,
           ==PFX-HEADER-TYPE== by ==X-HEADER-TYPE==,
           ==PFX-HEADER-RUN-DATE== by ==X-HEADER-RUN-DATE==,
           ==PFX-HEADER-EXP-COUNT== by ==X-HEADER-EXP-COUNT==,
           ==PFX-BATCH-RECORD== by ==X-BATCH-RECORD==,
           ==PFX-BATCH-TYPE== by ==X-BATCH-TYPE==,
           ==PFX-BATCH-BRANCH== by ==X-BATCH-BRANCH==,
           ==PFX-DETAIL-RECORD== by ==X-DETAIL-RECORD==,
           ==PFX-DETAIL-TYPE== by ==X-DETAIL-TYPE==,
           ==PFX-TRANS-ID== by ==X-TRANS-ID==,
           ==PFX-TRANS-DATE== by ==X-TRANS-DATE==,
           ==PFX-AMOUNT== by ==X-AMOUNT==,
           ==PFX-STATUS== by ==X-STATUS==,
           ==PFX-CURRENCY== by ==X-CURRENCY==,
           ==PFX-ORIG-AMOUNT== by ==X-ORIG-AMOUNT==,
           ==PFX-TRAILER-RECORD== by ==X-TRAILER-RECORD==,
           ==PFX-TRAILER-TYPE== by ==X-TRAILER-TYPE==,
           ==PFX-TRAILER-COUNT== by ==X-TRAILER-COUNT==.
       01 ws-dup-key.
           05 ws-dup-branch       pic x(8).
           05 ws-dup-date         pic 9(8).
           05 ws-dup-currency     pic x(3).
           05 ws-dup-amount       pic s9(7)v99.
       01 ws-g-in-status pic xx value '00'.
       01 ws-g-out-status pic xx value '00'.
       01 ws-ifc-status pic xx value '00'.
       01 ws-sq-in-status pic xx value '00'.
       01 ws-sq-out-status pic xx value '00'.
       01 ws-rules-status pic xx value '00'.
       01 ws-rel-status pic xx value '00'.
       01 ws-swork-status pic xx value '00'.
       01 ws-rpt-status pic xx value '00'.
       01 ws-aud-status pic xx value '00'.
       01 ws-ctl-status pic xx value '00'.
       01 ws-audit-start pic 9(8) value 0.
       01 ws-business-date pic 9(8) value 0.
       01 ws-rerun-mode pic x value 'N'.
       01 ws-file2-name pic x(64) value 'file2.txt'.
       01 ws-gtmp-name pic x(64) value 'file2-screen.tmp'.
       01 ws-ifc-name pic x(64) value 'file2-interface.txt'.
       01 ws-itmp-name pic x(64) value 'file2-interface.tmp'.
       01 ws-sq-name pic x(64) value 'screening-review.txt'.
       01 ws-sqtmp-name pic x(64) value 'screening-review.tmp'.
       01 ws-swork-name pic x(64) value 'screening-work.dat'.
       01 ws-report-name pic x(64) value 'screening-report.txt'.
       01 ws-eof-switch pic x value 'N'.
       01 ws-cur-branch pic x(8) value spaces.
       01 ws-rule pic x(16) value spaces.
       01 ws-abs-amount pic 9(7)v99 value 0.
       01 ws-trailer-count pic 9(7) value 0.
       01 ws-header-seen pic x value 'N'.
      *> released queue lines older than the retention period are of
      *> no further use to a backout and leave the queue.
       01 ws-retention-days pic 9(4) value 0.
       01 ws-cutoff-date pic 9(8) value 0.
      *> the limits: one entry per branch named on the rules file or
      *> seen on file2.txt, the latter taking the '*' limits. the
      *> running total of originals passed today lives beside them.
       01 ws-dflt-single pic 9(9)v99 value 0.
       01 ws-dflt-daily pic 9(11)v99 value 0.
       01 ws-br-max pic 9(2) value 50.
       01 ws-br-count pic 9(2) value 0.
       01 ws-br-table.
           05 ws-br-entry occurs 50 times.
               10 ws-br-id pic x(8).
               10 ws-br-single pic 9(9)v99.
               10 ws-br-daily pic 9(11)v99.
               10 ws-br-day-total pic s9(11)v99.
       01 ws-br-ix pic 9(2) value 0.
       01 ws-this-ix pic 9(2) value 0.
       01 ws-this-single pic 9(9)v99 value 0.
       01 ws-this-daily pic 9(11)v99 value 0.
       01 ws-br-overflow pic x value 'N'.
      *> today's release lines, each used up by the queue items of its
      *> trans-id.
       01 ws-rl-max pic 9(3) value 200.
       01 ws-rl-count pic 9(3) value 0.
       01 ws-rl-table.
           05 ws-rl-entry occurs 200 times.
               10 ws-rl-id pic x(7).
               10 ws-rl-operator pic x(8).
               10 ws-rl-used pic x(1).
       01 ws-rl-ix pic 9(3) value 0.
       01 ws-rl-found-ix pic 9(3) value 0.
       01 ws-rl-overflow pic x value 'N'.
      *> the released details waiting to go back into file2.txt.
       01 ws-inj-max pic 9(3) value 200.
       01 ws-inj-count pic 9(3) value 0.
       01 ws-inj-table.
           05 ws-inj-entry occurs 200 times.
               10 ws-inj-branch pic x(8).
               10 ws-inj-detail pic x(38).
       01 ws-inj-ix pic 9(3) value 0.
       01 ws-inj-overflow pic x value 'N'.
       01 ws-read-count pic 9(7) value 0.
       01 ws-passed-count pic 9(7) value 0.
       01 ws-flagged-count pic 9(7) value 0.
       01 ws-flagged-amount pic s9(11)v99 value 0.
       01 ws-released-count pic 9(7) value 0.
       01 ws-awaiting-count pic 9(7) value 0.
       01 ws-unmatched-count pic 9(7) value 0.
       01 ws-not-due-count pic 9(7) value 0.
       01 ws-delete-status pic s9(9) comp-5 value 0.
       01 ws-copy-status pic s9(9) comp-5 value 0.
       01 ws-amount-disp pic -(7)9.99.
       01 ws-total-disp pic -(11)9.99.
       01 ws-count-disp pic zzzzzz9.
       procedure division.

       accept ws-audit-start from time.
       perform get-business-date.
       perform set-file-names.
       accept ws-retention-days from environment "RETENTION_DAYS".
       if ws-retention-days = 0
           move 90 to ws-retention-days
       end-if.
       compute ws-cutoff-date = function date-of-integer
           (function integer-of-date (ws-business-date)
           - ws-retention-days).

       open input g-in.
       if ws-g-in-status not = '00'
           display 'WARNING: file2.txt could not be opened, status '
               ws-g-in-status
           move 8 to return-code
           perform write-audit-record
           stop run
       end-if.

       perform load-rules.
       perform load-releases.
       perform open-work-file.

       open output g-out.
       open output ifc.
       open output sq-out.
       open output rpt.
       move spaces to rpt-line.
       string 'PRE-POSTING SCREENING - BUSINESS DATE '
           ws-business-date delimited by size into rpt-line.
       write rpt-line.

      *> the queue first: today's releases come out of it before the
      *> new file is screened, so they are ready to go back in.
       perform work-review-queue.

       read g-in
           at end
               move 'Y' to ws-eof-switch
       end-read.
       perform until ws-eof-switch = 'Y'
           evaluate g-detail-type
               when 'H'
                   move g-header-record to o-header-record
                   write o-header-record
                   move 'Y' to ws-header-seen
                   perform inject-unattributed
               when 'B'
                   move g-batch-branch to ws-cur-branch
                   move g-batch-record to o-batch-record
                   write o-batch-record
               when 'D'
                   add 1 to ws-read-count
                   perform screen-detail
                   if ws-rule = spaces
                       perform write-passed
                   else
                       perform write-flagged
                   end-if
               when 'T'
                   move g-trailer-count to ws-trailer-count
               when other
                   move g-detail-record to o-detail-record
                   write o-detail-record
           end-evaluate
           read g-in
               at end
                   move 'Y' to ws-eof-switch
           end-read
       end-perform.

       if ws-header-seen = 'N'
           perform inject-unattributed
       end-if.
       perform inject-attributed.

      *> the trailer keeps whatever CobolTasklet2 wrote, less what was
      *> held back and plus what was released, so a count problem
      *> upstream still shows in the reconciliation.
       move spaces to o-trailer-record.
       move 'T' to o-trailer-type.
       compute o-trailer-count = ws-trailer-count
           - ws-flagged-count + ws-released-count.
       write o-trailer-record.

       close g-in.
       close g-out.
       close ifc.
       close sq-out.
       close swork.
       call "CBL_DELETE_FILE" using ws-swork-name
           returning ws-delete-status.

       perform count-unmatched-releases.
       perform write-report-totals.
       close rpt.

       move 0 to return-code.
       call "CBL_COPY_FILE" using ws-gtmp-name ws-file2-name
           returning ws-copy-status.
       if ws-copy-status not = 0
           display 'WARNING: could not replace file2.txt, status '
               ws-copy-status
           move 8 to return-code
       end-if.
       call "CBL_COPY_FILE" using ws-itmp-name ws-ifc-name
           returning ws-copy-status.
       if ws-copy-status not = 0
           display 'WARNING: could not replace file2-interface.txt, '
               'status ' ws-copy-status
           move 8 to return-code
       end-if.
       call "CBL_COPY_FILE" using ws-sqtmp-name ws-sq-name
           returning ws-copy-status.
       if ws-copy-status not = 0
           display 'WARNING: could not replace screening-review.txt, '
               'status ' ws-copy-status
           move 8 to return-code
       end-if.
       call "CBL_DELETE_FILE" using ws-gtmp-name
           returning ws-delete-status.
       call "CBL_DELETE_FILE" using ws-itmp-name
           returning ws-delete-status.
       call "CBL_DELETE_FILE" using ws-sqtmp-name
           returning ws-delete-status.

       if ws-not-due-count > 0
           display ws-not-due-count ' screening releases dated for '
               'another business date were passed over'
       end-if.
       if return-code = 0
           if ws-flagged-count > 0
               display 'WARNING: ' ws-flagged-count ' details held '
                   'for review, see screening-report.txt'
               move 4 to return-code
           end-if
           if ws-unmatched-count > 0
               display 'WARNING: ' ws-unmatched-count ' screening '
                   'releases found no item awaiting review'
               move 4 to return-code
           end-if
           if ws-br-overflow = 'Y' or ws-rl-overflow = 'Y'
                   or ws-inj-overflow = 'Y'
               move 4 to return-code
           end-if
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

       set-file-names.
       if ws-rerun-mode = 'Y'
           move spaces to ws-file2-name
           string 'file2-' ws-business-date '.txt'
               delimited by size into ws-file2-name
           move spaces to ws-gtmp-name
           string 'file2-screen-' ws-business-date '.tmp'
               delimited by size into ws-gtmp-name
           move spaces to ws-ifc-name
           string 'file2-interface-' ws-business-date '.txt'
               delimited by size into ws-ifc-name
           move spaces to ws-itmp-name
           string 'file2-interface-' ws-business-date '.tmp'
               delimited by size into ws-itmp-name
           move spaces to ws-sq-name
           string 'screening-review-' ws-business-date '.txt'
               delimited by size into ws-sq-name
           move spaces to ws-sqtmp-name
           string 'screening-review-' ws-business-date '.tmp'
               delimited by size into ws-sqtmp-name
           move spaces to ws-swork-name
           string 'screening-work-' ws-business-date '.dat'
               delimited by size into ws-swork-name
           move spaces to ws-report-name
           string 'screening-report-' ws-business-date '.txt'
               delimited by size into ws-report-name
       end-if.

      *> no rules file means no limits - only the near-duplicate rule
      *> screens the file.
       load-rules.
       open input rules.
       if ws-rules-status = '00'
           perform until ws-rules-status not = '00'
               read rules
                   at end
                       move '10' to ws-rules-status
                   not at end
                       perform add-rule
               end-read
           end-perform
           close rules
       end-if.
       if ws-br-overflow = 'Y'
           display 'WARNING: more than ' ws-br-max ' branches on '
               'screening-rules.txt, later branches take the * limits'
       end-if.

       add-rule.
       if rule-single-limit not numeric
           move 0 to rule-single-limit
       end-if.
       if rule-daily-limit not numeric
           move 0 to rule-daily-limit
       end-if.
       if rule-branch = '*'
           move rule-single-limit to ws-dflt-single
           move rule-daily-limit to ws-dflt-daily
       else
           if rule-branch not = spaces
               if ws-br-count >= ws-br-max
                   move 'Y' to ws-br-overflow
               else
                   add 1 to ws-br-count
                   move rule-branch to ws-br-id (ws-br-count)
                   move rule-single-limit
                       to ws-br-single (ws-br-count)
                   move rule-daily-limit
                       to ws-br-daily (ws-br-count)
                   move 0 to ws-br-day-total (ws-br-count)
               end-if
           end-if
       end-if.

      *> a release line counts only on the business date it names, so
      *> a line left on the file is never applied a second time.
       load-releases.
       open input rel.
       if ws-rel-status = '00'
           perform until ws-rel-status not = '00'
               read rel
                   at end
                       move '10' to ws-rel-status
                   not at end
                       if rel-record not = spaces
                           perform add-release
                       end-if
               end-read
           end-perform
           close rel
       end-if.
       if ws-rl-overflow = 'Y'
           display 'WARNING: more than ' ws-rl-max ' screening '
               'releases for the business date, the rest wait'
       end-if.

       add-release.
       if rel-date not numeric
               or rel-date not = ws-business-date
           add 1 to ws-not-due-count
       else
           if ws-rl-count >= ws-rl-max
               move 'Y' to ws-rl-overflow
           else
               add 1 to ws-rl-count
               move rel-trans-id to ws-rl-id (ws-rl-count)
               move rel-operator-id to ws-rl-operator (ws-rl-count)
               move 'N' to ws-rl-used (ws-rl-count)
           end-if
       end-if.

      *> the work file is scratch for this run: any copy left by an
      *> earlier attempt is thrown away.
       open-work-file.
       call "CBL_DELETE_FILE" using ws-swork-name
           returning ws-delete-status.
       open output swork.
       close swork.
       open i-o swork.
       if ws-swork-status not = '00'
           display 'WARNING: screening work file could not be '
               'opened, status ' ws-swork-status
           move 8 to return-code
           close g-in
           perform write-audit-record
           stop run
       end-if.

      *> every waiting item with a release line for its trans-id is
      *> marked released and kept aside to go back into file2.txt;
      *> released lines are kept until they pass the retention cutoff.
       work-review-queue.
       open input sq-in.
       if ws-sq-in-status = '00'
           perform until ws-sq-in-status not = '00'
               read sq-in
                   at end
                       move '10' to ws-sq-in-status
                   not at end
                       move sq-in-line to scr-queue-record
                       perform work-one-queue-line
               end-read
           end-perform
           close sq-in
       end-if.
       if ws-inj-overflow = 'Y'
           display 'WARNING: more than ' ws-inj-max ' released items, '
               'the rest stay in the review queue'
       end-if.

       work-one-queue-line.
       if scr-state = 'R'
           if scr-release-date >= ws-cutoff-date
               write sq-out-line from scr-queue-record
           end-if
       else
           move 0 to ws-rl-found-ix
           perform varying ws-rl-ix from 1 by 1
                   until ws-rl-ix > ws-rl-count
                   or ws-rl-found-ix > 0
               if ws-rl-id (ws-rl-ix) = scr-detail (2:7)
                   move ws-rl-ix to ws-rl-found-ix
               end-if
           end-perform
           if ws-rl-found-ix > 0 and ws-inj-count < ws-inj-max
               move 'Y' to ws-rl-used (ws-rl-found-ix)
               add 1 to ws-inj-count
               move scr-branch to ws-inj-branch (ws-inj-count)
               move scr-detail to ws-inj-detail (ws-inj-count)
               move 'R' to scr-state
               move ws-business-date to scr-release-date
               move ws-rl-operator (ws-rl-found-ix)
                   to scr-operator-id
               add 1 to ws-released-count
               move spaces to rpt-line
               string 'RELEASED ' scr-detail (2:7) ' BRANCH '
                   scr-branch ' AMOUNT ' scr-amount ' BY '
                   scr-operator-id delimited by size into rpt-line
               write rpt-line
           else
               if ws-rl-found-ix > 0
                   move 'Y' to ws-inj-overflow
               end-if
               add 1 to ws-awaiting-count
           end-if
           write sq-out-line from scr-queue-record
       end-if.

      *> one file2.txt detail against the rules. a trans-id already
      *> held back this run holds back everything else for it; then
      *> the single-item limit, the resend check and the daily total.
       screen-detail.
       move spaces to ws-rule.
       move 'I' to sw-kind.
       move spaces to sw-data.
       move g-trans-id to sw-data (1:7).
       read swork
           invalid key
               continue
           not invalid key
               move 'LINKED ITEM' to ws-rule
       end-read.
       if ws-rule = spaces
               and (g-status = 'P' or g-status = 'J')
           perform find-branch-limits
           if g-amount < 0
               compute ws-abs-amount = 0 - g-amount
           else
               move g-amount to ws-abs-amount
           end-if
           if ws-this-single > 0 and ws-abs-amount > ws-this-single
               move 'SINGLE LIMIT' to ws-rule
           end-if
       end-if.
       if ws-rule = spaces and g-status = 'P'
           move ws-cur-branch to ws-dup-branch
           move g-trans-date to ws-dup-date
           move g-currency to ws-dup-currency
           move g-orig-amount to ws-dup-amount
           move 'D' to sw-kind
           move ws-dup-key to sw-data
           read swork
               invalid key
                   continue
               not invalid key
                   if sw-trans-id not = g-trans-id
                       move 'NEAR DUPLICATE' to ws-rule
                   end-if
           end-read
       end-if.
       if ws-rule = spaces and g-status = 'P'
           if ws-this-daily > 0 and ws-this-ix > 0
                   and ws-br-day-total (ws-this-ix) + g-amount
                       > ws-this-daily
               move 'DAILY LIMIT' to ws-rule
           end-if
       end-if.
       if ws-rule = spaces
           if g-status = 'P'
               if ws-this-ix > 0
                   add g-amount to ws-br-day-total (ws-this-ix)
               end-if
               move 'D' to sw-kind
               move ws-dup-key to sw-data
               move g-trans-id to sw-trans-id
               write sw-record
                   invalid key
                       continue
               end-write
           end-if
       else
           move 'I' to sw-kind
           move spaces to sw-data
           move g-trans-id to sw-data (1:7)
           move g-trans-id to sw-trans-id
           write sw-record
               invalid key
                   continue
           end-write
       end-if.

      *> a branch the rules do not name takes the '*' limits; past
      *> the table it keeps the single limit but no daily total.
       find-branch-limits.
       move 0 to ws-this-ix.
       perform varying ws-br-ix from 1 by 1
               until ws-br-ix > ws-br-count
               or ws-this-ix > 0
           if ws-br-id (ws-br-ix) = ws-cur-branch
               move ws-br-ix to ws-this-ix
           end-if
       end-perform.
       if ws-this-ix = 0
           if ws-br-count >= ws-br-max
               move 'Y' to ws-br-overflow
           else
               add 1 to ws-br-count
               move ws-cur-branch to ws-br-id (ws-br-count)
               move ws-dflt-single to ws-br-single (ws-br-count)
               move ws-dflt-daily to ws-br-daily (ws-br-count)
               move 0 to ws-br-day-total (ws-br-count)
               move ws-br-count to ws-this-ix
           end-if
       end-if.
       if ws-this-ix > 0
           move ws-br-single (ws-this-ix) to ws-this-single
           move ws-br-daily (ws-this-ix) to ws-this-daily
       else
           move ws-dflt-single to ws-this-single
           move 0 to ws-this-daily
       end-if.

       write-passed.
       move g-detail-record to x-detail-record.
       move x-detail-record to o-detail-record.
       write o-detail-record.
       add 1 to ws-passed-count.
       perform write-interface-record.

       write-flagged.
       add 1 to ws-flagged-count.
       add 1 to ws-awaiting-count.
       add g-amount to ws-flagged-amount.
       move spaces to scr-queue-record.
       move ws-business-date to scr-flag-date.
       move ws-cur-branch to scr-branch.
       move ws-rule to scr-rule.
       move 'P' to scr-state.
       move 0 to scr-release-date.
       move g-amount to scr-amount.
       move g-detail-record to scr-detail.
       write sq-out-line from scr-queue-record.
       move g-amount to ws-amount-disp.
       move spaces to rpt-line.
       string 'HELD     ' g-trans-id ' BRANCH ' ws-cur-branch
           ' AMOUNT ' ws-amount-disp ' ' ws-rule
           delimited by size into rpt-line.
       write rpt-line.

      *> file2-interface.txt is rebuilt from the screened file, one
      *> record per detail the way CobolTasklet2 writes them, from
      *> the detail just written (held in x-detail-record).
       write-interface-record.
       move spaces to ifc-record.
       move 'DT' to ifc-rec-type.
       compute ifc-value = x-amount * 100.
       move x-trans-date to ifc-date.
       write ifc-record.

      *> released details of no branch go straight after the header,
      *> ahead of any batch record, so they stay unattributed.
       inject-unattributed.
       perform varying ws-inj-ix from 1 by 1
               until ws-inj-ix > ws-inj-count
           if ws-inj-branch (ws-inj-ix) = spaces
               move ws-inj-detail (ws-inj-ix) to x-detail-record
               move x-detail-record to o-detail-record
               write o-detail-record
               perform write-interface-record
           end-if
       end-perform.

      *> the rest go in at the end, each under a batch record naming
      *> its branch, so the statements attribute them correctly.
       inject-attributed.
       perform varying ws-inj-ix from 1 by 1
               until ws-inj-ix > ws-inj-count
           if ws-inj-branch (ws-inj-ix) not = spaces
               move spaces to o-batch-record
               move 'B' to o-batch-type
               move ws-inj-branch (ws-inj-ix) to o-batch-branch
               write o-batch-record
               move ws-inj-detail (ws-inj-ix) to x-detail-record
               move x-detail-record to o-detail-record
               write o-detail-record
               perform write-interface-record
           end-if
       end-perform.

       count-unmatched-releases.
       perform varying ws-rl-ix from 1 by 1
               until ws-rl-ix > ws-rl-count
           if ws-rl-used (ws-rl-ix) = 'N'
               add 1 to ws-unmatched-count
               move spaces to rpt-line
               string 'NO ITEM  ' ws-rl-id (ws-rl-ix)
                   ' RELEASE BY ' ws-rl-operator (ws-rl-ix)
                   ' FOUND NOTHING AWAITING REVIEW'
                   delimited by size into rpt-line
               write rpt-line
           end-if
       end-perform.

       write-report-totals.
       move ws-read-count to ws-count-disp.
       move spaces to rpt-line.
       string 'DETAILS READ    ' ws-count-disp
           delimited by size into rpt-line.
       write rpt-line.
       move ws-passed-count to ws-count-disp.
       move spaces to rpt-line.
       string 'PASSED          ' ws-count-disp
           delimited by size into rpt-line.
       write rpt-line.
       move ws-flagged-count to ws-count-disp.
       move ws-flagged-amount to ws-total-disp.
       move spaces to rpt-line.
       string 'HELD FOR REVIEW ' ws-count-disp ' AMOUNT '
           ws-total-disp delimited by size into rpt-line.
       write rpt-line.
       move ws-released-count to ws-count-disp.
       move spaces to rpt-line.
       string 'RELEASED        ' ws-count-disp
           delimited by size into rpt-line.
       write rpt-line.
       move ws-awaiting-count to ws-count-disp.
       move spaces to rpt-line.
       string 'AWAITING REVIEW ' ws-count-disp
           delimited by size into rpt-line.
       write rpt-line.
       move ws-unmatched-count to ws-count-disp.
       move spaces to rpt-line.
       string 'RELEASES UNUSED ' ws-count-disp
           delimited by size into rpt-line.
       write rpt-line.

      *> append this step's line to the shared run-audit file:
      *> details screened, details passed or released into the cycle,
      *> details held back for review.
       write-audit-record.
       open extend aud.
       if ws-aud-status not = '00'
           open output aud
       end-if.
       if ws-aud-status = '00'
           move spaces to aud-record
           move 'CobolTasklet25' to aud-program-id
           move ws-business-date to aud-business-date
           move ws-audit-start to aud-start-time
           accept aud-end-time from time
           move ws-read-count to aud-read-count
           compute aud-written-count = ws-passed-count
               + ws-released-count
           move ws-flagged-count to aud-reject-count
           move return-code to aud-return-code
           write aud-record
           close aud
       end-if.
