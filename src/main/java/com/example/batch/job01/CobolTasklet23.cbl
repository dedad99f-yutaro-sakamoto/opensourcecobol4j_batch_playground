       identification division.
       program-id. CobolTasklet23.
      *> month-end close, run after CobolTasklet4 has archived the
      *> cycle. does nothing on any day but the last processing day of
      *> its month in business-calendar.txt. on that day it reads every
      *> archive/YYYYMMDD generation of the month's processing days and
      *> builds month-to-date count and amount by MAST-STATUS, by
      *> branch and by currency from the archived file2.txt details,
      *> adds them to the closed months of the same year on
      *> period-totals.txt for the year-to-date figures, and prints
      *> both on month-end-summary.txt. the summary ties to the ledger:
      *> the archived gl-posting.txt debits and credits of the month
      *> must balance, and net of the clearing offset must be the same
      *> money the file2.txt details summed to. only a summary that
      *> ties closes the period - the month lands on
      *> closed-periods.txt and its totals on period-totals.txt, after
      *> which the backout and suspense resolution steps refuse to
      *> change a business date in that month. a missing generation
      *> stops the close with return code 8, a summary that does not
      *> tie with return code 16.
       environment division.
         input-output section.
         file-control.
           select cal assign to 'business-calendar.txt'
           organization is line sequential
           file status is ws-cal-status.
           select g assign to dynamic ws-arch-name
           organization is sequential
           file status is ws-g-status.
           select gl assign to dynamic ws-gl-name
           organization is line sequential
           file status is ws-gl-status.
           select pt-in assign to 'period-totals.txt'
           organization is line sequential
           file status is ws-pt-in-status.
           select pt-out assign to 'period-totals.tmp'
           organization is line sequential
           file status is ws-pt-out-status.
           select clp assign to 'closed-periods.txt'
           organization is line sequential
           file status is ws-clp-status.
           select rpt assign to 'month-end-summary.txt'
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
       fd cal.
       01 cal-record.
           05 cal-date            pic 9(8).
           05 filler              pic x(1).
           05 cal-flag            pic x(1).
       fd g.
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
       fd gl.
       01 gl-record.
           05 gl-account          pic 9(8).
           05 gl-date             pic 9(8).
           05 gl-drcr             pic x(1).
           05 gl-amount           pic 9(11)v99.
           05 filler              pic x(50).
       fd pt-in.
       copy "PERTOT.cpy".
       fd pt-out.
       01 pt-out-line pic x(43).
       fd clp.
       copy "CLOSEPER.cpy".
       fd rpt.
       01 rpt-line pic x(80).
       fd aud.
       copy "AUDITREC.cpy".
       fd ctl.
       copy "RUNCTL.cpy".
       working-storage section.
       01 ws-cal-status pic xx value '00'.
       01 ws-g-status pic xx value '00'.
       01 ws-gl-status pic xx value '00'.
       01 ws-pt-in-status pic xx value '00'.
       01 ws-pt-out-status pic xx value '00'.
       01 ws-clp-status pic xx value '00'.
       01 ws-rpt-status pic xx value '00'.
       01 ws-aud-status pic xx value '00'.
       01 ws-ctl-status pic xx value '00'.
       01 ws-audit-start pic 9(8) value 0.
       01 ws-business-date pic 9(8) value 0.
       01 ws-business-parts redefines ws-business-date.
           05 ws-business-period pic 9(6).
           05 filler pic 9(2).
       01 ws-rerun-mode pic x value 'N'.
       01 ws-eof-switch pic x value 'N'.
       01 ws-arch-name pic x(64) value spaces.
       01 ws-gl-name pic x(64) value spaces.
       01 ws-cal-parts.
           05 ws-cal-period pic 9(6).
           05 filler pic 9(2).
       01 ws-cal-date-n redefines ws-cal-parts pic 9(8).
       01 ws-year pic 9(4) value 0.
       01 ws-last-pday pic 9(8) value 0.
      *> the month's processing days from the calendar, up to the
      *> business date.
       01 ws-day-max pic 9(2) value 31.
       01 ws-day-count pic 9(2) value 0.
       01 ws-day-table.
           05 ws-day-date pic 9(8) occurs 31 times.
       01 ws-day-ix pic 9(2) value 0.
       01 ws-gen-read pic 9(2) value 0.
       01 ws-gen-missing pic 9(2) value 0.
       01 ws-missing-date pic 9(8) value 0.
       01 ws-already-closed pic x value 'N'.
       01 ws-cur-branch pic x(8) value spaces.
      *> one accumulator per kind and key - 'S' status, 'B' branch,
      *> 'C' currency - month-to-date and year-to-date side by side.
       01 ws-acc-max pic 9(3) value 200.
       01 ws-acc-count pic 9(3) value 0.
       01 ws-acc-table.
           05 ws-acc-entry occurs 200 times.
               10 ws-acc-kind pic x(1).
               10 ws-acc-key pic x(8).
               10 ws-acc-mtd-count pic 9(9).
               10 ws-acc-mtd-amount pic s9(13)v99.
               10 ws-acc-ytd-count pic 9(9).
               10 ws-acc-ytd-amount pic s9(13)v99.
       01 ws-acc-ix pic 9(3) value 0.
       01 ws-acc-found-ix pic 9(3) value 0.
       01 ws-acc-overflow pic x value 'N'.
       01 ws-find-kind pic x(1) value space.
       01 ws-find-key pic x(8) value spaces.
       01 ws-add-count pic 9(9) value 0.
       01 ws-add-amount pic s9(13)v99 value 0.
       01 ws-add-to-mtd pic x value 'N'.
       01 ws-print-kind pic x(1) value space.
       01 ws-mtd-count pic 9(9) value 0.
       01 ws-mtd-amount pic s9(13)v99 value 0.
       01 ws-clearing-account pic 9(8) value 0.
       01 ws-gl-debits pic 9(13)v99 value 0.
       01 ws-gl-credits pic 9(13)v99 value 0.
       01 ws-gl-net pic s9(13)v99 value 0.
       01 ws-ties pic x value 'N'.
       01 ws-copy-status pic s9(9) comp-5 value 0.
       01 ws-delete-status pic s9(9) comp-5 value 0.
       01 ws-key-disp pic x(8) value spaces.
       01 ws-rc-disp pic 9(4) value 0.
       01 ws-count-disp pic zzzzzzzz9.
       01 ws-ytd-count-disp pic zzzzzzzz9.
       01 ws-amount-disp pic -(13)9.99.
       01 ws-ytd-amount-disp pic -(13)9.99.
       procedure division.

       accept ws-audit-start from time.
       perform get-business-date.
       move 0 to return-code.

       accept ws-clearing-account from environment
           "GL_CLEARING_ACCOUNT".
       if ws-clearing-account = 0
           move 10000000 to ws-clearing-account
       end-if.

       perform load-month-calendar.
       if ws-last-pday = 0 or ws-business-date not = ws-last-pday
      *> not the last processing day of the month - nothing to close.
           perform write-audit-record
           stop run
       end-if.

       perform check-already-closed.
       if ws-already-closed = 'Y'
           display 'WARNING: period ' ws-business-period
               ' is already closed, month-end not repeated'
           move 4 to return-code
           perform write-audit-record
           stop run
       end-if.

       perform load-prior-periods.

       perform varying ws-day-ix from 1 by 1
               until ws-day-ix > ws-day-count
           perform read-generation
       end-perform.

       if ws-acc-overflow = 'Y'
           display 'WARNING: more than ' ws-acc-max ' status, branch '
               'and currency totals, month-end summary incomplete'
           move 8 to return-code
       end-if.
       if ws-gen-missing > 0
           display 'WARNING: ' ws-gen-missing ' archive generations '
               'of period ' ws-business-period ' missing, first '
               ws-missing-date ' - period not closed'
           move 8 to return-code
       end-if.

       if ws-gl-debits = ws-gl-credits
               and ws-gl-net = ws-mtd-amount
           move 'Y' to ws-ties
       end-if.
       if return-code = 0 and ws-ties not = 'Y'
           display 'WARNING: month-end summary for ' ws-business-period
               ' does not tie to the ledger postings - period not '
               'closed'
           move 16 to return-code
       end-if.

       perform write-summary.

       if return-code = 0
           perform write-period-totals
           perform close-period
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

      *> the processing days of the business date's month: the latest
      *> of them is the month-end day, and those up to the business
      *> date are the generations the month is built from.
       load-month-calendar.
       open input cal.
       if ws-cal-status = '00'
           perform until ws-eof-switch = 'Y'
               read cal
                   at end
                       move 'Y' to ws-eof-switch
                   not at end
                       move cal-date to ws-cal-date-n
                       if cal-flag = 'P'
                               and ws-cal-period = ws-business-period
                           if cal-date > ws-last-pday
                               move cal-date to ws-last-pday
                           end-if
                           if cal-date <= ws-business-date
                                   and ws-day-count < ws-day-max
                               add 1 to ws-day-count
                               move cal-date
                                   to ws-day-date (ws-day-count)
                           end-if
                       end-if
               end-read
           end-perform
           close cal
           move 'N' to ws-eof-switch
       end-if.

       check-already-closed.
       open input clp.
       if ws-clp-status = '00'
           perform until ws-eof-switch = 'Y'
               read clp
                   at end
                       move 'Y' to ws-eof-switch
                   not at end
                       if clp-period = ws-business-period
                           move 'Y' to ws-already-closed
                       end-if
               end-read
           end-perform
           close clp
           move 'N' to ws-eof-switch
       end-if.

      *> the year-to-date figures start from the months of the same
      *> year already closed.
       load-prior-periods.
       compute ws-year = ws-business-period / 100.
       move 'N' to ws-add-to-mtd.
       open input pt-in.
       if ws-pt-in-status = '00'
           perform until ws-eof-switch = 'Y'
               read pt-in
                   at end
                       move 'Y' to ws-eof-switch
                   not at end
                       if pt-period < ws-business-period
                               and pt-period >= ws-year * 100
                           move pt-kind to ws-find-kind
                           move pt-key to ws-find-key
                           move pt-count to ws-add-count
                           move pt-amount to ws-add-amount
                           perform add-to-accumulator
                       end-if
               end-read
           end-perform
           close pt-in
           move 'N' to ws-eof-switch
       end-if.

      *> one processing day: its archived file2.txt details feed the
      *> month-to-date totals and its archived gl-posting.txt the
      *> ledger side of the tie.
       read-generation.
       move spaces to ws-arch-name.
       string 'archive/' ws-day-date (ws-day-ix) '/file2.txt'
           delimited by size into ws-arch-name.
       move spaces to ws-gl-name.
       string 'archive/' ws-day-date (ws-day-ix) '/gl-posting.txt'
           delimited by size into ws-gl-name.
       open input g.
       if ws-g-status not = '00'
           perform note-missing-generation
       else
           add 1 to ws-gen-read
           move 'Y' to ws-add-to-mtd
           move spaces to ws-cur-branch
           perform until ws-eof-switch = 'Y'
               read g
                   at end
                       move 'Y' to ws-eof-switch
                   not at end
                       if g-detail-type = 'B'
                           move g-batch-branch to ws-cur-branch
                       end-if
                       if g-detail-type = 'D'
                           perform add-detail
                       end-if
               end-read
           end-perform
           close g
           move 'N' to ws-eof-switch
           open input gl
           if ws-gl-status not = '00'
               perform note-missing-generation
           else
               perform until ws-eof-switch = 'Y'
                   read gl
                       at end
                           move 'Y' to ws-eof-switch
                       not at end
                           perform add-gl-line
                   end-read
               end-perform
               close gl
               move 'N' to ws-eof-switch
           end-if
       end-if.

       note-missing-generation.
       add 1 to ws-gen-missing.
       if ws-missing-date = 0
           move ws-day-date (ws-day-ix) to ws-missing-date
       end-if.

       add-detail.
       add 1 to ws-mtd-count.
       add g-amount to ws-mtd-amount.
       move 1 to ws-add-count.
       move g-amount to ws-add-amount.
       move 'S' to ws-find-kind.
       move spaces to ws-find-key.
       move g-status to ws-find-key.
       perform add-to-accumulator.
       move 'B' to ws-find-kind.
       move ws-cur-branch to ws-find-key.
       perform add-to-accumulator.
       move 'C' to ws-find-kind.
       move spaces to ws-find-key.
       move g-currency to ws-find-key.
       perform add-to-accumulator.

      *> the same sums the integrity sweep takes over one day's
      *> posting file, taken over the month.
       add-gl-line.
       if gl-drcr = 'D'
           add gl-amount to ws-gl-debits
           if gl-account not = ws-clearing-account
               add gl-amount to ws-gl-net
           end-if
       end-if.
       if gl-drcr = 'C'
           add gl-amount to ws-gl-credits
           if gl-account not = ws-clearing-account
               subtract gl-amount from ws-gl-net
           end-if
       end-if.

       add-to-accumulator.
       move 0 to ws-acc-found-ix.
       perform varying ws-acc-ix from 1 by 1
               until ws-acc-ix > ws-acc-count
               or ws-acc-found-ix > 0
           if ws-acc-kind (ws-acc-ix) = ws-find-kind
                   and ws-acc-key (ws-acc-ix) = ws-find-key
               move ws-acc-ix to ws-acc-found-ix
           end-if
       end-perform.
       if ws-acc-found-ix = 0
           if ws-acc-count >= ws-acc-max
               move 'Y' to ws-acc-overflow
           else
               add 1 to ws-acc-count
               move ws-acc-count to ws-acc-found-ix
               move ws-find-kind to ws-acc-kind (ws-acc-count)
               move ws-find-key to ws-acc-key (ws-acc-count)
               move 0 to ws-acc-mtd-count (ws-acc-count)
               move 0 to ws-acc-mtd-amount (ws-acc-count)
               move 0 to ws-acc-ytd-count (ws-acc-count)
               move 0 to ws-acc-ytd-amount (ws-acc-count)
           end-if
       end-if.
       if ws-acc-found-ix > 0
           add ws-add-count to ws-acc-ytd-count (ws-acc-found-ix)
           add ws-add-amount to ws-acc-ytd-amount (ws-acc-found-ix)
           if ws-add-to-mtd = 'Y'
               add ws-add-count to ws-acc-mtd-count (ws-acc-found-ix)
               add ws-add-amount
                   to ws-acc-mtd-amount (ws-acc-found-ix)
           end-if
       end-if.

       write-summary.
       move return-code to ws-rc-disp.
       open output rpt.
       move spaces to rpt-line.
       string 'MONTH-END CLOSE - PERIOD ' ws-business-period
           ' BUSINESS DATE ' ws-business-date
           delimited by size into rpt-line.
       write rpt-line.
       move spaces to rpt-line.
       string 'PROCESSING DAYS ' ws-day-count
           '  GENERATIONS READ ' ws-gen-read
           '  MISSING ' ws-gen-missing
           delimited by size into rpt-line.
       write rpt-line.
       move 'S' to ws-print-kind.
       move spaces to rpt-line.
       move 'BY STATUS' to rpt-line.
       perform write-kind-section.
       move 'B' to ws-print-kind.
       move spaces to rpt-line.
       move 'BY BRANCH' to rpt-line.
       perform write-kind-section.
       move 'C' to ws-print-kind.
       move spaces to rpt-line.
       move 'BY CURRENCY' to rpt-line.
       perform write-kind-section.

       move spaces to rpt-line.
       write rpt-line.
       move ws-mtd-count to ws-count-disp.
       move ws-mtd-amount to ws-amount-disp.
       move spaces to rpt-line.
       string 'MONTH DETAILS        ' ws-count-disp ' '
           ws-amount-disp delimited by size into rpt-line.
       write rpt-line.
       move ws-gl-debits to ws-amount-disp.
       move spaces to rpt-line.
       string 'LEDGER DEBITS                  ' ws-amount-disp
           delimited by size into rpt-line.
       write rpt-line.
       move ws-gl-credits to ws-amount-disp.
       move spaces to rpt-line.
       string 'LEDGER CREDITS                 ' ws-amount-disp
           delimited by size into rpt-line.
       write rpt-line.
       move ws-gl-net to ws-amount-disp.
       move spaces to rpt-line.
       string 'LEDGER NET OF CLEARING         ' ws-amount-disp
           delimited by size into rpt-line.
       write rpt-line.
       move spaces to rpt-line.
       if return-code = 0
           string 'SUMMARY TIES TO LEDGER - PERIOD '
               ws-business-period ' CLOSED'
               delimited by size into rpt-line
       else
           string 'PERIOD ' ws-business-period
               ' NOT CLOSED - RETURN CODE ' ws-rc-disp
               delimited by size into rpt-line
       end-if.
       write rpt-line.
       close rpt.

      *> one section of the summary: every accumulator of the kind,
      *> month-to-date then year-to-date.
       write-kind-section.
       write rpt-line.
       move spaces to rpt-line.
       string '  KEY      ' 'MTD COUNT' ' ' '       MTD AMOUNT'
           ' ' 'YTD COUNT' ' ' '       YTD AMOUNT'
           delimited by size into rpt-line.
       write rpt-line.
       perform varying ws-acc-ix from 1 by 1
               until ws-acc-ix > ws-acc-count
           if ws-acc-kind (ws-acc-ix) = ws-print-kind
               move ws-acc-key (ws-acc-ix) to ws-key-disp
               if ws-key-disp = spaces
                   if ws-print-kind = 'C'
                       move '(BASE)' to ws-key-disp
                   else
                       move '(NONE)' to ws-key-disp
                   end-if
               end-if
               move ws-acc-mtd-count (ws-acc-ix) to ws-count-disp
               move ws-acc-mtd-amount (ws-acc-ix) to ws-amount-disp
               move ws-acc-ytd-count (ws-acc-ix) to ws-ytd-count-disp
               move ws-acc-ytd-amount (ws-acc-ix)
                   to ws-ytd-amount-disp
               move spaces to rpt-line
               string '  ' ws-key-disp ' ' ws-count-disp ' '
                   ws-amount-disp ' ' ws-ytd-count-disp ' '
                   ws-ytd-amount-disp
                   delimited by size into rpt-line
               write rpt-line
           end-if
       end-perform.

      *> the month's lines replace any left by an earlier attempt that
      *> stopped short of the close, so the year-to-date never counts
      *> a month twice.
       write-period-totals.
       open output pt-out.
       open input pt-in.
       if ws-pt-in-status = '00'
           perform until ws-eof-switch = 'Y'
               read pt-in
                   at end
                       move 'Y' to ws-eof-switch
                   not at end
                       if pt-period not = ws-business-period
                           move pt-record to pt-out-line
                           write pt-out-line
                       end-if
               end-read
           end-perform
           close pt-in
           move 'N' to ws-eof-switch
       end-if.
       perform varying ws-acc-ix from 1 by 1
               until ws-acc-ix > ws-acc-count
           if ws-acc-mtd-count (ws-acc-ix) > 0
               move spaces to pt-record
               move ws-business-period to pt-period
               move ws-acc-kind (ws-acc-ix) to pt-kind
               move ws-acc-key (ws-acc-ix) to pt-key
               move ws-acc-mtd-count (ws-acc-ix) to pt-count
               move ws-acc-mtd-amount (ws-acc-ix) to pt-amount
               move pt-record to pt-out-line
               write pt-out-line
           end-if
       end-perform.
       close pt-out.
       call "CBL_COPY_FILE" using 'period-totals.tmp'
           'period-totals.txt' returning ws-copy-status.
       call "CBL_DELETE_FILE" using 'period-totals.tmp'
           returning ws-delete-status.
       if ws-copy-status not = 0
           display 'WARNING: could not replace period-totals.txt, '
               'status ' ws-copy-status
           move 8 to return-code
       end-if.

       close-period.
       if return-code = 0
           open extend clp
           if ws-clp-status not = '00'
               open output clp
           end-if
           move spaces to clp-record
           move ws-business-period to clp-period
           move ws-business-date to clp-close-date
           move ws-mtd-count to clp-count
           move ws-mtd-amount to clp-amount
           write clp-record
           close clp
           display 'PERIOD ' ws-business-period ' CLOSED'
       end-if.

      *> append this step's line to the shared run-audit file: the
      *> generations read, the month's details, and any generations
      *> missing.
       write-audit-record.
       open extend aud.
       if ws-aud-status not = '00'
           open output aud
       end-if.
       if ws-aud-status = '00'
           move spaces to aud-record
           move 'CobolTasklet23' to aud-program-id
           move ws-business-date to aud-business-date
           move ws-audit-start to aud-start-time
           accept aud-end-time from time
           move ws-gen-read to aud-read-count
           move ws-mtd-count to aud-written-count
           move ws-gen-missing to aud-reject-count
           move return-code to aud-return-code
           write aud-record
           close aud
       end-if.
