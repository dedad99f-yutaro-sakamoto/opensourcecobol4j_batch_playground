      *> CobolTasklet6 spliced in), the file2-interface.txt record
      *> count, the file2-sorted.txt trailer from CobolTasklet12, the
      *> register grand total from CobolTasklet7, and the debit and
      *> credit totals of the gl-posting.txt file from CobolTasklet8,
      *> and the business date's transaction master change log
      *> (master-changes.txt) against the movement lines the
      *> master-changing steps wrote (master-movements.txt).
      *> every comparison lands on one page of cycle-scorecard.txt as
      *> OK, WARN (an input was missing) or FAIL (the numbers
      *> disagree), and the step's return code is the worst case, so
           select gl assign to dynamic ws-gl-name
           organization is line sequential
           file status is ws-gl-status.
           select chg assign to 'master-changes.txt'
           organization is line sequential
           file status is ws-chg-status.
           select mov assign to 'master-movements.txt'
           organization is line sequential
           file status is ws-mov-status.
           select rpt assign to dynamic ws-report-name
           organization is line sequential
           file status is ws-rpt-status.
           05 gl-drcr             pic x(1).
           05 gl-amount           pic 9(11)v99.
           05 filler              pic x(50).
       fd chg.
       copy "MASTCHG.cpy".
       fd mov.
       copy "MASTMOVE.cpy".
       01 mov-line.
           05 filler              pic x(43).
           05 mov-net-amount-x    pic x(15).
       fd rpt.
       01 rpt-line pic x(80).
       fd aud.
           05 filler              pic x(9).
           05 ws-gp-amount        pic x(17).
           05 filler              pic x(28).
      *> the before and after images off the master change log.
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
       01 ws-g-status pic xx value '00'.
       01 ws-ifc-status pic xx value '00'.
       01 ws-ext-status pic xx value '00'.
       01 ws-reg-status pic xx value '00'.
       01 ws-gl-status pic xx value '00'.
       01 ws-chg-status pic xx value '00'.
       01 ws-mov-status pic xx value '00'.
       01 ws-rpt-status pic xx value '00'.
       01 ws-aud-status pic xx value '00'.
       01 ws-ctl-status pic xx value '00'.
       01 ws-gl-credits pic 9(13)v99 value 0.
       01 ws-gl-net pic s9(13)v99 value 0.
       01 ws-gl-seen pic x value 'N'.
       01 ws-chg-count pic 9(7) value 0.
       01 ws-chg-net pic s9(13)v99 value 0.
       01 ws-mov-count pic 9(7) value 0.
       01 ws-mov-net pic s9(13)v99 value 0.
       01 ws-mov-seen pic x value 'N'.
       01 ws-check-count pic 9(3) value 0.
       01 ws-fail-count pic 9(3) value 0.
       01 ws-warn-count pic 9(3) value 0.
       perform sweep-extract.
       perform sweep-register.
       perform sweep-gl.
       perform sweep-master-changes.

       open output rpt.
       move spaces to rpt-line.
       perform score-extract.
       perform score-register.
       perform score-gl.
       perform score-master-changes.

       move spaces to rpt-line.
       if ws-fail-count > 0
           move 'N' to ws-eof-switch
       end-if.

      *> the change log lines and the movement lines of the business
      *> date, each summed on its own; a missing change log is an
      *> empty one as long as the movements say nothing changed.
       sweep-master-changes.
       open input chg.
       if ws-chg-status = '00'
           perform until ws-eof-switch = 'Y'
               read chg
                   at end
                       move 'Y' to ws-eof-switch
                   not at end
                       if mch-business-date = ws-business-date
                           perform add-master-change
                       end-if
               end-read
           end-perform
           close chg
           move 'N' to ws-eof-switch
       end-if.
       open input mov.
       if ws-mov-status = '00'
           move 'Y' to ws-mov-seen
           perform until ws-eof-switch = 'Y'
               read mov
                   at end
                       move 'Y' to ws-eof-switch
                   not at end
                       if mmv-business-date = ws-business-date
                           add mmv-change-count to ws-mov-count
                           compute ws-mov-net = ws-mov-net
                               + function numval (mov-net-amount-x)
                       end-if
               end-read
           end-perform
           close mov
           move 'N' to ws-eof-switch
       end-if.

       add-master-change.
       add 1 to ws-chg-count.
       if mch-after-image not = spaces
           move mch-after-image to a-master-record
           add a-mast-cum-amount to ws-chg-net
       end-if.
       if mch-before-image not = spaces
           move mch-before-image to b-master-record
           subtract b-mast-cum-amount from ws-chg-net
       end-if.

       score-file2.
       move 'FILE2 TRAILER VS DETAILS COUNTED' to ws-check-name.
       if ws-file2-seen not = 'Y'
       add 1 to ws-fail-count.
       perform write-score-line.

      *> every master change the steps logged must be one they
      *> counted, for the same money.
       score-master-changes.
       move 'MASTER CHANGES VS MOVEMENTS' to ws-check-name.
       if ws-mov-seen not = 'Y'
           perform score-missing
       else
           move ws-chg-count to ws-left-disp
           move ws-mov-count to ws-right-disp
           if ws-chg-count = ws-mov-count
               perform score-ok
           else
               perform score-fail
           end-if
           move 'MASTER NET CHANGE VS MOVEMENTS' to ws-check-name
           move ws-chg-net to ws-left-disp
           move ws-mov-net to ws-right-disp
           if ws-chg-net = ws-mov-net
               perform score-ok
           else
               perform score-fail
           end-if
       end-if.

       score-missing.
       move 'WARN' to ws-verdict.
       add 1 to ws-check-count.
