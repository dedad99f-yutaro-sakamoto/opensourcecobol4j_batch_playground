       identification division.
       program-id. CobolTasklet30.
      *> transaction master roll-forward proof, run last in the cycle.
      *> re-reads the whole of transaction-master.dat for its record
      *> count and total cumulative amount and proves them against
      *> the control record on master-control.txt: the totals as of
      *> the last proven business date, plus the postings of
      *> CobolTasklet5, the approved re-presentments of
      *> CobolTasklet13 and the maintenance of CobolTasklet22, less
      *> the backouts of CobolTasklet14 and the purges of
      *> CobolTasklet20 since then, must come to what the master now
      *> holds. each movement is taken from that step's own counts
      *> and amounts on master-movements.txt, and set beside what the
      *> same step's lines on master-changes.txt show it did to the
      *> master, so master-proof-report.txt shows the difference per
      *> movement type as well as in total - a lost rewrite or a bad
      *> restore leaves a difference no movement explains. any
      *> difference ends the step with return code 64 and leaves the
      *> control record where it was; a clean proof advances it to
      *> the business date. the first run, with no control record,
      *> establishes it from the master as it stands; so does a run
      *> after operations has deleted master-control.txt to start the
      *> proof afresh once a break has been put right.
       environment division.
         input-output section.
         file-control.
           select mast assign to 'transaction-master.dat'
           organization is indexed
           access mode is dynamic
           record key is m-mast-trans-id
           file status is ws-mast-status.
           select mct assign to 'master-control.txt'
           organization is line sequential
           file status is ws-mct-status.
           select mov assign to 'master-movements.txt'
           organization is line sequential
           file status is ws-mov-status.
           select chg assign to 'master-changes.txt'
           organization is line sequential
           file status is ws-chg-status.
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
       fd mct.
       copy "MASTCTL.cpy".
       fd mov.
       copy "MASTMOVE.cpy".
       01 mov-line.
           05 filler              pic x(43).
           05 mov-net-amount-x    pic x(15).
           05 filler              pic x(16).
       fd chg.
       copy "MASTCHG.cpy".
       fd rpt.
       01 rpt-line pic x(132).
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
       01 ws-mast-status pic xx value '00'.
       01 ws-mct-status pic xx value '00'.
       01 ws-mov-status pic xx value '00'.
       01 ws-chg-status pic xx value '00'.
       01 ws-rpt-status pic xx value '00'.
       01 ws-aud-status pic xx value '00'.
       01 ws-ctl-status pic xx value '00'.
       01 ws-audit-start pic 9(8) value 0.
       01 ws-business-date pic 9(8) value 0.
       01 ws-rerun-mode pic x value 'N'.
       01 ws-report-name pic x(64) value 'master-proof-report.txt'.
       01 ws-eof-switch pic x value 'N'.
      *> the opening position off the control record.
       01 ws-control-found pic x value 'N'.
       01 ws-open-date pic 9(8) value 0.
       01 ws-open-records pic s9(9) value 0.
       01 ws-open-amount pic s9(13)v99 value 0.
       01 ws-move-mark pic x(74) value spaces.
       01 ws-change-mark pic x(136) value spaces.
       01 ws-move-mark-seen pic x value 'N'.
       01 ws-change-mark-seen pic x value 'N'.
       01 ws-last-move-line pic x(74) value spaces.
       01 ws-last-change-line pic x(136) value spaces.
      *> the master as it stands.
       01 ws-close-records pic s9(9) value 0.
       01 ws-close-amount pic s9(13)v99 value 0.
      *> the movement types, by the step that moves the master; a
      *> step not in the list falls to the last entry, OTHER.
       01 ws-type-values.
           05 filler pic x(28) value 'CobolTasklet5   POSTINGS    '.
           05 filler pic x(28) value 'CobolTasklet13  APPROVALS   '.
           05 filler pic x(28) value 'CobolTasklet22  MAINTENANCE '.
           05 filler pic x(28) value 'CobolTasklet14  BACKOUTS    '.
           05 filler pic x(28) value 'CobolTasklet20  PURGES      '.
           05 filler pic x(28) value '                OTHER       '.
       01 ws-type-table redefines ws-type-values.
           05 ws-type-entry occurs 6 times.
               10 ws-ty-step pic x(16).
               10 ws-ty-label pic x(12).
       01 ws-type-max pic 9(2) value 6.
       01 ws-ty-ix pic 9(2) value 0.
       01 ws-ty-found pic 9(2) value 0.
      *> per type: what the step's movement lines say it moved, and
      *> what its change log lines show it did to the master.
       01 ws-move-sums.
           05 ws-move-entry occurs 6 times.
               10 ws-mv-runs pic 9(7).
               10 ws-mv-records pic s9(9).
               10 ws-mv-amount pic s9(13)v99.
       01 ws-change-sums.
           05 ws-change-entry occurs 6 times.
               10 ws-ch-changes pic 9(7).
               10 ws-ch-records pic s9(9).
               10 ws-ch-amount pic s9(13)v99.
       01 ws-before-amount pic s9(9)v99 value 0.
       01 ws-after-amount pic s9(9)v99 value 0.
       01 ws-expect-records pic s9(9) value 0.
       01 ws-expect-amount pic s9(13)v99 value 0.
       01 ws-diff-records pic s9(9) value 0.
       01 ws-diff-amount pic s9(13)v99 value 0.
       01 ws-type-diff-records pic s9(9) value 0.
       01 ws-type-diff-amount pic s9(13)v99 value 0.
       01 ws-break-count pic 9(7) value 0.
       01 ws-control-written pic 9(7) value 0.
       01 ws-rec-disp-a pic -(8)9.
       01 ws-amt-disp-a pic -(13)9.99.
       01 ws-rec-disp-b pic -(8)9.
       01 ws-amt-disp-b pic -(13)9.99.
       01 ws-rec-disp-c pic -(8)9.
       01 ws-amt-disp-c pic -(13)9.99.
       01 ws-count-disp pic zzzzzz9.
       procedure division.

       accept ws-audit-start from time.
       perform get-business-date.
       if ws-rerun-mode = 'Y'
           move spaces to ws-report-name
           string 'master-proof-report-' ws-business-date '.txt'
               delimited by size into ws-report-name
       end-if.

       open input mast.
       if ws-mast-status not = '00'
           display 'WARNING: transaction master could not be '
               'opened, status ' ws-mast-status
           move 8 to return-code
           perform write-audit-record
           stop run
       end-if.
       perform scan-master.
       close mast.

       perform load-control.
       initialize ws-move-sums.
       initialize ws-change-sums.
       perform sum-movements.
       perform sum-changes.

       open output rpt.
       move spaces to rpt-line.
       string 'MASTER ROLL-FORWARD PROOF - BUSINESS DATE '
           ws-business-date delimited by size into rpt-line.
       write rpt-line.

       move 0 to return-code.
       if ws-control-found = 'N'
           perform establish-control
       else
           perform prove-roll-forward
       end-if.
       close rpt.

       perform write-audit-record.
       stop run.

      *> the business date comes from the run-control card when one is
      *> present; the system clock is only a fallback. there is one
      *> master, so a rerun proves it and moves the same control
      *> record; only the report is date-suffixed.
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

      *> one pass over the master in trans-id order for the closing
      *> record count and total cumulative amount.
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
                   add 1 to ws-close-records
                   add m-mast-cum-amount to ws-close-amount
           end-read
       end-perform.
       move 'N' to ws-eof-switch.

       load-control.
       open input mct.
       if ws-mct-status = '00'
           read mct
               at end
                   continue
               not at end
                   if mct-proven-date numeric
                           and mct-record-count numeric
                       move 'Y' to ws-control-found
                       move mct-proven-date to ws-open-date
                       move mct-record-count to ws-open-records
                       compute ws-open-amount =
                           function numval (mct-cum-amount-x)
                       move mct-move-mark to ws-move-mark
                       move mct-change-mark to ws-change-mark
                   end-if
           end-read
           close mct
       end-if.

      *> the movement lines after the one the last proof ended on;
      *> meeting that line again throws away what was summed before
      *> it. lines written before the record counts were carried
      *> count no records.
       sum-movements.
       open input mov.
       if ws-mov-status = '00'
           perform until ws-eof-switch = 'Y'
               read mov
                   at end
                       move 'Y' to ws-eof-switch
                   not at end
                       move mmv-movement-record to ws-last-move-line
                       if ws-move-mark not = spaces
                               and mmv-movement-record = ws-move-mark
                           move 'Y' to ws-move-mark-seen
                           initialize ws-move-sums
                       else
                           perform add-movement
                       end-if
               end-read
           end-perform
           close mov
           move 'N' to ws-eof-switch
       end-if.

       add-movement.
       move mmv-step to ws-ty-step (ws-type-max).
       perform find-movement-type.
       add 1 to ws-mv-runs (ws-ty-found).
       compute ws-mv-amount (ws-ty-found) =
           ws-mv-amount (ws-ty-found)
           + function numval (mov-net-amount-x).
       if mmv-records-added numeric
           add mmv-records-added to ws-mv-records (ws-ty-found)
       end-if.
       if mmv-records-removed numeric
           subtract mmv-records-removed
               from ws-mv-records (ws-ty-found)
       end-if.

       find-movement-type.
       move 0 to ws-ty-found.
       perform varying ws-ty-ix from 1 by 1
               until ws-ty-ix >= ws-type-max
               or ws-ty-found > 0
           if ws-ty-step (ws-ty-ix) = ws-ty-step (ws-type-max)
               move ws-ty-ix to ws-ty-found
           end-if
       end-perform.
       if ws-ty-found = 0
           move ws-type-max to ws-ty-found
       end-if.
       move spaces to ws-ty-step (ws-type-max).

      *> the change log lines after the one the last proof ended on,
      *> the same way.
       sum-changes.
       open input chg.
       if ws-chg-status = '00'
           perform until ws-eof-switch = 'Y'
               read chg
                   at end
                       move 'Y' to ws-eof-switch
                   not at end
                       move mch-change-record to ws-last-change-line
                       if ws-change-mark not = spaces
                               and mch-change-record = ws-change-mark
                           move 'Y' to ws-change-mark-seen
                           initialize ws-change-sums
                       else
                           perform add-change
                       end-if
               end-read
           end-perform
           close chg
           move 'N' to ws-eof-switch
       end-if.

       add-change.
       move mch-step to ws-ty-step (ws-type-max).
       perform find-movement-type.
       add 1 to ws-ch-changes (ws-ty-found).
       move 0 to ws-before-amount.
       move 0 to ws-after-amount.
       if mch-before-image not = spaces
           move mch-before-image to b-master-record
           move b-mast-cum-amount to ws-before-amount
       end-if.
       if mch-after-image not = spaces
           move mch-after-image to a-master-record
           move a-mast-cum-amount to ws-after-amount
       end-if.
       if mch-before-image = spaces and mch-after-image not = spaces
           add 1 to ws-ch-records (ws-ty-found)
       end-if.
       if mch-before-image not = spaces and mch-after-image = spaces
           subtract 1 from ws-ch-records (ws-ty-found)
       end-if.
       compute ws-ch-amount (ws-ty-found) = ws-ch-amount (ws-ty-found)
           + ws-after-amount - ws-before-amount.

      *> no control record yet: the master as it stands becomes the
      *> opening for the next proof.
       establish-control.
       perform write-control-record.
       move ws-close-records to ws-rec-disp-a.
       move ws-close-amount to ws-amt-disp-a.
       move spaces to rpt-line.
       string 'CONTROL ESTABLISHED   RECORDS ' ws-rec-disp-a
           ' AMOUNT ' ws-amt-disp-a delimited by size into rpt-line.
       write rpt-line.
       display 'master control record established as of '
           ws-business-date.

       prove-roll-forward.
       move ws-open-records to ws-rec-disp-a.
       move ws-open-amount to ws-amt-disp-a.
       move spaces to rpt-line.
       string 'OPENING AS OF ' ws-open-date '       RECORDS '
           ws-rec-disp-a ' AMOUNT ' ws-amt-disp-a
           delimited by size into rpt-line.
       write rpt-line.
       move spaces to rpt-line.
       string 'MOVEMENT      RUNS  MOVED RECORDS            AMOUNT'
           '  LOGGED RECORDS            AMOUNT    DIFF RECORDS'
           '            AMOUNT' delimited by size into rpt-line.
       write rpt-line.

       move ws-open-records to ws-expect-records.
       move ws-open-amount to ws-expect-amount.
       perform varying ws-ty-ix from 1 by 1
               until ws-ty-ix > ws-type-max
           perform print-movement-type
       end-perform.

       move ws-expect-records to ws-rec-disp-a.
       move ws-expect-amount to ws-amt-disp-a.
       move spaces to rpt-line.
       string 'EXPECTED CLOSING            RECORDS ' ws-rec-disp-a
           ' AMOUNT ' ws-amt-disp-a delimited by size into rpt-line.
       write rpt-line.
       move ws-close-records to ws-rec-disp-a.
       move ws-close-amount to ws-amt-disp-a.
       move spaces to rpt-line.
       string 'ACTUAL CLOSING              RECORDS ' ws-rec-disp-a
           ' AMOUNT ' ws-amt-disp-a delimited by size into rpt-line.
       write rpt-line.
       compute ws-diff-records = ws-close-records - ws-expect-records.
       compute ws-diff-amount = ws-close-amount - ws-expect-amount.
       move ws-diff-records to ws-rec-disp-a.
       move ws-diff-amount to ws-amt-disp-a.
       move spaces to rpt-line.
       string 'UNEXPLAINED DIFFERENCE      RECORDS ' ws-rec-disp-a
           ' AMOUNT ' ws-amt-disp-a delimited by size into rpt-line.
       write rpt-line.
       if ws-diff-records not = 0 or ws-diff-amount not = 0
           add 1 to ws-break-count
       end-if.

      *> a log trimmed past the line the last proof ended on leaves
      *> no telling where to roll forward from.
       if ws-move-mark not = spaces and ws-move-mark-seen = 'N'
           add 1 to ws-break-count
           move spaces to rpt-line
           string 'WARNING: MASTER-MOVEMENTS.TXT NO LONGER HOLDS '
               'THE LINE THE LAST PROOF ENDED ON'
               delimited by size into rpt-line
           write rpt-line
       end-if.
       if ws-change-mark not = spaces and ws-change-mark-seen = 'N'
           add 1 to ws-break-count
           move spaces to rpt-line
           string 'WARNING: MASTER-CHANGES.TXT NO LONGER HOLDS '
               'THE LINE THE LAST PROOF ENDED ON'
               delimited by size into rpt-line
           write rpt-line
       end-if.

       move spaces to rpt-line.
       if ws-break-count = 0
           perform write-control-record
           string 'RESULT: PROVEN - CONTROL ADVANCED TO '
               ws-business-date delimited by size into rpt-line
       else
           string 'RESULT: BREAK - CONTROL LEFT AS OF ' ws-open-date
               delimited by size into rpt-line
           display 'WARNING: transaction master does not roll forward '
               'from ' ws-open-date ', see master-proof-report.txt'
           move 64 to return-code
       end-if.
       write rpt-line.

      *> one line per movement type: the step's own movement, the
      *> change log's view of it, and the difference between them.
      *> OTHER only shows when something outside the list moved the
      *> master.
       print-movement-type.
       add ws-mv-records (ws-ty-ix) to ws-expect-records.
       add ws-mv-amount (ws-ty-ix) to ws-expect-amount.
       compute ws-type-diff-records = ws-mv-records (ws-ty-ix)
           - ws-ch-records (ws-ty-ix).
       compute ws-type-diff-amount = ws-mv-amount (ws-ty-ix)
           - ws-ch-amount (ws-ty-ix).
       if ws-type-diff-records not = 0 or ws-type-diff-amount not = 0
           add 1 to ws-break-count
       end-if.
       if ws-ty-ix < ws-type-max
               or ws-mv-runs (ws-ty-ix) > 0
               or ws-ch-changes (ws-ty-ix) > 0
           move ws-mv-runs (ws-ty-ix) to ws-count-disp
           move ws-mv-records (ws-ty-ix) to ws-rec-disp-a
           move ws-mv-amount (ws-ty-ix) to ws-amt-disp-a
           move ws-ch-records (ws-ty-ix) to ws-rec-disp-b
           move ws-ch-amount (ws-ty-ix) to ws-amt-disp-b
           move ws-type-diff-records to ws-rec-disp-c
           move ws-type-diff-amount to ws-amt-disp-c
           move spaces to rpt-line
           string ws-ty-label (ws-ty-ix) ws-count-disp
               '     ' ws-rec-disp-a ' ' ws-amt-disp-a
               '       ' ws-rec-disp-b ' ' ws-amt-disp-b
               '    ' ws-rec-disp-c ' ' ws-amt-disp-c
               delimited by size into rpt-line
           write rpt-line
       end-if.

       write-control-record.
       open output mct.
       if ws-mct-status = '00'
           move spaces to mct-control-record
           move ws-business-date to mct-proven-date
           accept mct-proven-time from time
           move ws-close-records to mct-record-count
           move ws-close-amount to mct-cum-amount
           move ws-last-move-line to mct-move-mark
           move ws-last-change-line to mct-change-mark
           write mct-control-record
           close mct
           move 1 to ws-control-written
       else
           display 'WARNING: master-control.txt could not be '
               'written, status ' ws-mct-status
           move 8 to return-code
       end-if.

      *> append this step's line to the shared run-audit file: master
      *> records read, 1 written when the control record moved, and
      *> the number of breaks found.
       write-audit-record.
       open extend aud.
       if ws-aud-status not = '00'
           open output aud
       end-if.
       if ws-aud-status = '00'
           move spaces to aud-record
           move 'CobolTasklet30' to aud-program-id
           move ws-business-date to aud-business-date
           move ws-audit-start to aud-start-time
           accept aud-end-time from time
           move ws-close-records to aud-read-count
           move ws-control-written to aud-written-count
           move ws-break-count to aud-reject-count
           move return-code to aud-return-code
           write aud-record
           close aud
       end-if.
