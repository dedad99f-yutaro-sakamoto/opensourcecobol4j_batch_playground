       identification division.
       program-id. CobolTasklet24.
      *> open-item aging report, run ahead of the housekeeping step
      *> CobolTasklet20. reads the whole transaction master and ages
      *> every record still carrying a non-zero cumulative amount by
      *> the days between its MAST-LAST-DATE and the business date:
      *> current (moved today), 1-30, 31-60, 61-90 and over 90 days.
      *> aging-report.txt shows count and amount per bucket, the same
      *> broken down by MAST-STATUS, every open item of at least
      *> AGING_LIST_AMOUNT (default 1000, either sign) in the 61-90
      *> and over-90 buckets one per line, and a purge candidates
      *> section: the open items whose last date is already past the
      *> RETENTION_DAYS cutoff (default 90) CobolTasklet20 purges on,
      *> so nobody's money reaches purged-master.txt unseen. a record
      *> on hold past the cutoff is listed there as held, not purged,
      *> since the housekeeping step keeps it until its maintenance
      *> card releases it. any purge candidate ends the step with
      *> return code 4.
       environment division.
         input-output section.
         file-control.
           select mast assign to 'transaction-master.dat'
           organization is indexed
           access mode is dynamic
           record key is m-mast-trans-id
           file status is ws-mast-status.
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
       fd mast.
       copy "TRANMAST.cpy"
           replacing ==PFX-MASTER-RECORD== by ==M-MASTER-RECORD==,
           ==PFX-MAST-TRANS-ID== by ==M-MAST-TRANS-ID==,
           ==PFX-MAST-FIRST-DATE== by ==M-MAST-FIRST-DATE==,
           ==PFX-MAST-LAST-DATE== by ==M-MAST-LAST-DATE==,
           ==PFX-MAST-CUM-AMOUNT== by ==M-MAST-CUM-AMOUNT==,
           ==PFX-MAST-STATUS== by ==M-MAST-STATUS==,
           ==PFX-MAST-HOLD-FLAG== by ==M-MAST-HOLD-FLAG==.
       fd rpt.
       01 rpt-line pic x(80).
       fd aud.
       copy "AUDITREC.cpy".
       fd ctl.
       copy "RUNCTL.cpy".
       working-storage section.
       01 ws-mast-status pic xx value '00'.
       01 ws-rpt-status pic xx value '00'.
       01 ws-aud-status pic xx value '00'.
       01 ws-ctl-status pic xx value '00'.
       01 ws-audit-start pic 9(8) value 0.
       01 ws-business-date pic 9(8) value 0.
       01 ws-rerun-mode pic x value 'N'.
       01 ws-report-name pic x(64) value 'aging-report.txt'.
       01 ws-eof-switch pic x value 'N'.
      *> which pass over the master is running: 'A' ages and totals,
      *> 'L' lists the large old items, 'P' lists purge candidates.
       01 ws-scan-mode pic x value space.
       01 ws-retention-days pic 9(4) value 0.
       01 ws-cutoff-date pic 9(8) value 0.
       01 ws-list-amount pic 9(9) value 0.
       01 ws-abs-amount pic 9(9)v99 value 0.
       01 ws-days-old pic s9(7) value 0.
       01 ws-bucket-ix pic 9(1) value 0.
       01 ws-bucket-names.
           05 filler pic x(8) value 'CURRENT '.
           05 filler pic x(8) value '1-30    '.
           05 filler pic x(8) value '31-60   '.
           05 filler pic x(8) value '61-90   '.
           05 filler pic x(8) value 'OVER 90 '.
       01 ws-bucket-name-table redefines ws-bucket-names.
           05 ws-bucket-name pic x(8) occurs 5 times.
       01 ws-bucket-table.
           05 ws-bucket-entry occurs 5 times.
               10 ws-bkt-count pic 9(7).
               10 ws-bkt-amount pic s9(13)v99.
      *> the same buckets once more per MAST-STATUS seen on the master.
       01 ws-stat-max pic 9(2) value 10.
       01 ws-stat-count pic 9(2) value 0.
       01 ws-stat-table.
           05 ws-stat-entry occurs 10 times.
               10 ws-stat-code pic x(1).
               10 ws-stat-bucket occurs 5 times.
                   15 ws-sb-count pic 9(7).
                   15 ws-sb-amount pic s9(13)v99.
       01 ws-stat-ix pic 9(2) value 0.
       01 ws-stat-found-ix pic 9(2) value 0.
       01 ws-stat-overflow pic x value 'N'.
       01 ws-read-count pic 9(7) value 0.
       01 ws-open-count pic 9(7) value 0.
       01 ws-open-amount pic s9(13)v99 value 0.
       01 ws-listed-count pic 9(7) value 0.
       01 ws-purge-count pic 9(7) value 0.
       01 ws-purge-amount pic s9(13)v99 value 0.
       01 ws-held-count pic 9(7) value 0.
       01 ws-held-amount pic s9(13)v99 value 0.
       01 ws-item-note pic x(18) value spaces.
       01 ws-count-disp pic zzzzzz9.
       01 ws-list-disp pic z(8)9.
       01 ws-amount-disp pic -(13)9.99.
       01 ws-days-disp pic zzzzzz9.
       procedure division.

       accept ws-audit-start from time.
       perform get-business-date.
       if ws-rerun-mode = 'Y'
           move spaces to ws-report-name
           string 'aging-report-' ws-business-date '.txt'
               delimited by size into ws-report-name
       end-if.

       accept ws-list-amount from environment "AGING_LIST_AMOUNT".
       if ws-list-amount = 0
           move 1000 to ws-list-amount
       end-if.
      *> the same cutoff the housekeeping step purges on.
       accept ws-retention-days from environment "RETENTION_DAYS".
       if ws-retention-days = 0
           move 90 to ws-retention-days
       end-if.
       compute ws-cutoff-date = function date-of-integer
           (function integer-of-date (ws-business-date)
           - ws-retention-days).

       open input mast.
       if ws-mast-status not = '00'
           display 'WARNING: transaction master could not be '
               'opened, status ' ws-mast-status
           move 8 to return-code
           perform write-audit-record
           stop run
       end-if.

       initialize ws-bucket-table.
       initialize ws-stat-table.
       open output rpt.
       move spaces to rpt-line.
       string 'OPEN-ITEM AGING - BUSINESS DATE ' ws-business-date
           delimited by size into rpt-line.
       write rpt-line.

       move 'A' to ws-scan-mode.
       perform scan-master.
       perform write-bucket-summary.

       move spaces to rpt-line.
       write rpt-line.
       move ws-list-amount to ws-list-disp.
       move spaces to rpt-line.
       string 'OPEN ITEMS 61 DAYS AND OLDER OF ' ws-list-disp
           ' OR MORE' delimited by size into rpt-line.
       write rpt-line.
       perform write-item-heading.
       move 'L' to ws-scan-mode.
       perform scan-master.
       move ws-listed-count to ws-count-disp.
       move spaces to rpt-line.
       string '  ITEMS LISTED ' ws-count-disp
           delimited by size into rpt-line.
       write rpt-line.

       move spaces to rpt-line.
       write rpt-line.
       move spaces to rpt-line.
       string 'PURGE CANDIDATES WITH OPEN BALANCE - LAST DATE BEFORE '
           ws-cutoff-date delimited by size into rpt-line.
       write rpt-line.
       perform write-item-heading.
       move 'P' to ws-scan-mode.
       perform scan-master.
       move ws-purge-count to ws-count-disp.
       move ws-purge-amount to ws-amount-disp.
       move spaces to rpt-line.
       string '  CANDIDATES   ' ws-count-disp ' ' ws-amount-disp
           delimited by size into rpt-line.
       write rpt-line.
       move ws-held-count to ws-count-disp.
       move ws-held-amount to ws-amount-disp.
       move spaces to rpt-line.
       string '  HELD, NOT PURGED ' ws-count-disp ' ' ws-amount-disp
           delimited by size into rpt-line.
       write rpt-line.

       close mast.
       close rpt.

       move 0 to return-code.
       if ws-purge-count > 0
           display 'WARNING: ' ws-purge-count ' master records with '
               'an open balance are due for purge, see '
               'aging-report.txt'
           move 4 to return-code
       end-if.
       if ws-stat-overflow = 'Y' and return-code < 4
           move 4 to return-code
       end-if.

       perform write-audit-record.
       stop run.

      *> the business date comes from the run-control card when one is
      *> present; the system clock is only a fallback. rerun mode
      *> ('R' on the card) writes a date-suffixed report so the
      *> current day's report is untouched.
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

      *> one pass over the master in trans-id order; only records with
      *> an open balance concern any of the passes.
       scan-master.
       move 'N' to ws-eof-switch.
       move 0 to m-mast-trans-id.
       start mast key not < m-mast-trans-id
           invalid key
               move 'Y' to ws-eof-switch
       end-start.
       perform until ws-eof-switch = 'Y'
           read mast next record
               at end
                   move 'Y' to ws-eof-switch
               not at end
                   if m-mast-cum-amount not = 0
                       perform age-one-record
                   end-if
                   if ws-scan-mode = 'A'
                       add 1 to ws-read-count
                   end-if
           end-read
       end-perform.
       move 'N' to ws-eof-switch.

       age-one-record.
       compute ws-days-old = function integer-of-date
           (ws-business-date) - function integer-of-date
           (m-mast-last-date).
       evaluate true
           when ws-days-old < 1
               move 1 to ws-bucket-ix
           when ws-days-old < 31
               move 2 to ws-bucket-ix
           when ws-days-old < 61
               move 3 to ws-bucket-ix
           when ws-days-old < 91
               move 4 to ws-bucket-ix
           when other
               move 5 to ws-bucket-ix
       end-evaluate.
       if m-mast-cum-amount < 0
           compute ws-abs-amount = 0 - m-mast-cum-amount
       else
           move m-mast-cum-amount to ws-abs-amount
       end-if.
       evaluate ws-scan-mode
           when 'A'
               perform add-to-buckets
           when 'L'
               if ws-bucket-ix >= 4
                       and ws-abs-amount >= ws-list-amount
                   add 1 to ws-listed-count
                   perform write-item-line
               end-if
           when 'P'
               if m-mast-last-date < ws-cutoff-date
                       and m-mast-hold-flag = 'H'
                   add 1 to ws-held-count
                   add m-mast-cum-amount to ws-held-amount
                   move '  HELD, NOT PURGED' to ws-item-note
                   perform write-item-line
                   move spaces to ws-item-note
               end-if
               if m-mast-last-date < ws-cutoff-date
                       and m-mast-hold-flag not = 'H'
                   add 1 to ws-purge-count
                   add m-mast-cum-amount to ws-purge-amount
                   perform write-item-line
               end-if
       end-evaluate.

       add-to-buckets.
       add 1 to ws-open-count.
       add m-mast-cum-amount to ws-open-amount.
       add 1 to ws-bkt-count (ws-bucket-ix).
       add m-mast-cum-amount to ws-bkt-amount (ws-bucket-ix).
       move 0 to ws-stat-found-ix.
       perform varying ws-stat-ix from 1 by 1
               until ws-stat-ix > ws-stat-count
               or ws-stat-found-ix > 0
           if ws-stat-code (ws-stat-ix) = m-mast-status
               move ws-stat-ix to ws-stat-found-ix
           end-if
       end-perform.
       if ws-stat-found-ix = 0
           if ws-stat-count >= ws-stat-max
               move 'Y' to ws-stat-overflow
           else
               add 1 to ws-stat-count
               move ws-stat-count to ws-stat-found-ix
               move m-mast-status to ws-stat-code (ws-stat-count)
           end-if
       end-if.
       if ws-stat-found-ix > 0
           add 1 to ws-sb-count (ws-stat-found-ix, ws-bucket-ix)
           add m-mast-cum-amount
               to ws-sb-amount (ws-stat-found-ix, ws-bucket-ix)
       end-if.

       write-bucket-summary.
       move spaces to rpt-line.
       write rpt-line.
       move 'ALL OPEN ITEMS' to rpt-line.
       write rpt-line.
       perform varying ws-bucket-ix from 1 by 1
               until ws-bucket-ix > 5
           move ws-bkt-count (ws-bucket-ix) to ws-count-disp
           move ws-bkt-amount (ws-bucket-ix) to ws-amount-disp
           move spaces to rpt-line
           string '  ' ws-bucket-name (ws-bucket-ix) ' '
               ws-count-disp ' ' ws-amount-disp
               delimited by size into rpt-line
           write rpt-line
       end-perform.
       move ws-open-count to ws-count-disp.
       move ws-open-amount to ws-amount-disp.
       move spaces to rpt-line.
       string '  TOTAL    ' ws-count-disp ' ' ws-amount-disp
           delimited by size into rpt-line.
       write rpt-line.
       perform varying ws-stat-ix from 1 by 1
               until ws-stat-ix > ws-stat-count
           move spaces to rpt-line
           write rpt-line
           move spaces to rpt-line
           string 'MAST-STATUS ' ws-stat-code (ws-stat-ix)
               delimited by size into rpt-line
           write rpt-line
           perform varying ws-bucket-ix from 1 by 1
                   until ws-bucket-ix > 5
               move ws-sb-count (ws-stat-ix, ws-bucket-ix)
                   to ws-count-disp
               move ws-sb-amount (ws-stat-ix, ws-bucket-ix)
                   to ws-amount-disp
               move spaces to rpt-line
               string '  ' ws-bucket-name (ws-bucket-ix) ' '
                   ws-count-disp ' ' ws-amount-disp
                   delimited by size into rpt-line
               write rpt-line
           end-perform
       end-perform.
       if ws-stat-overflow = 'Y'
           display 'WARNING: more than ' ws-stat-max ' master '
               'statuses, status subtotals incomplete'
       end-if.

       write-item-heading.
       move spaces to rpt-line.
       move '  TRANS-ID  LAST DATE  DAYS  ST HOLD             AMOUNT'
           to rpt-line.
       write rpt-line.

       write-item-line.
       move ws-days-old to ws-days-disp.
       move m-mast-cum-amount to ws-amount-disp.
       move spaces to rpt-line.
       string '  ' m-mast-trans-id '   ' m-mast-last-date ' '
           ws-days-disp ' ' m-mast-status '  ' m-mast-hold-flag
           '   ' ws-amount-disp ws-item-note
           delimited by size into rpt-line.
       write rpt-line.

      *> append this step's line to the shared run-audit file: master
      *> records read, open items aged, purge candidates found.
       write-audit-record.
       open extend aud.
       if ws-aud-status not = '00'
           open output aud
       end-if.
       if ws-aud-status = '00'
           move spaces to aud-record
           move 'CobolTasklet24' to aud-program-id
           move ws-business-date to aud-business-date
           move ws-audit-start to aud-start-time
           accept aud-end-time from time
           move ws-read-count to aud-read-count
           move ws-open-count to aud-written-count
           move ws-purge-count to aud-reject-count
           move return-code to aud-return-code
           write aud-record
           close aud
       end-if.
