       environment division.
         input-output section.
         file-control.
           select vcard assign to dynamic ws-vc-name
           organization is line sequential
           file status is ws-vc-status.
           select creg assign to 'card-register.txt'
           organization is line sequential
           file status is ws-creg-status.
           select f assign to dynamic ws-file1-name
           organization is sequential
           file status is ws-f-status.
           file status is ws-mast-status.
       data division.
       file section.
       fd vcard.
       01 vc-line pic x(256).
       fd creg.
       copy "CARDREG.cpy".
       fd f.
       copy "TRANREC.cpy"
           replacing ==PFX-HEADER-RECORD== by ==F-HEADER-RECORD==,
           ==PFX-MAST-FIRST-DATE== by ==M-MAST-FIRST-DATE==,
           ==PFX-MAST-LAST-DATE== by ==M-MAST-LAST-DATE==,
           ==PFX-MAST-CUM-AMOUNT== by ==M-MAST-CUM-AMOUNT==,
           ==PFX-MAST-STATUS== by ==M-MAST-STATUS==,
           ==PFX-MAST-HOLD-FLAG== by ==M-MAST-HOLD-FLAG==.
       working-storage section.
      *> the control card being checked against card-register.txt.
       01 ws-vc-name pic x(64) value spaces.
       01 ws-vc-status pic xx value '00'.
       01 ws-creg-status pic xx value '00'.
       01 ws-vc-count pic 9(7) value 0.
       01 ws-vc-hash pic 9(15) value 0.
       01 ws-vc-ix pic 9(3) value 0.
       01 ws-vc-found pic x value 'N'.
       01 ws-vc-verdict pic x value space.
       01 ws-vc-preparer pic x(8) value spaces.
       01 ws-vc-approver pic x(8) value spaces.
       01 ws-vc-approval-date pic 9(8) value 0.
       01 ws-vc-reg-count pic 9(7) value 0.
       01 ws-vc-reg-hash pic 9(15) value 0.
       01 ws-eof-switch pic x value 'N'.
       01 ws-ckpt-status pic xx value '00'.
       01 ws-ctl-status pic xx value '00'.
       01 ws-rej-name pic x(64) value 'file1-rejects.txt'.
       01 ws-ckpt-name pic x(64) value 'file2-checkpoint.txt'.
       01 ws-ifc-name pic x(64) value 'file2-interface.txt'.
      *> PARTITION=NN runs the step on one partition of a split
      *> stream (see set-partition-file-names); the step's audit line
      *> then names the partition too.
       01 ws-partition pic x(2) value spaces.
       01 ws-audit-id pic x(16) value 'CobolTasklet2'.
       01 ws-f-status pic xx value '00'.
       01 ws-g-status pic xx value '00'.
       01 ws-rej-status pic xx value '00'.

       accept ws-audit-start from time.
       perform get-business-date.
       accept ws-partition from environment "PARTITION".
       if ws-partition not = spaces
           if ws-partition not numeric
               display 'WARNING: PARTITION ' ws-partition
                   ' is not a partition number'
               move 8 to return-code
               perform write-audit-record
               stop run
           end-if
           move spaces to ws-audit-id
           string 'CobolTasklet2-' ws-partition
               delimited by size into ws-audit-id
       end-if.
       move 'currency-rates.txt' to ws-vc-name.
       perform verify-card-approval.
       if ws-vc-verdict not = 'A'
           perform refuse-unapproved-card
       end-if.
       perform set-file-names.
       perform load-rates.
       perform open-netting-file.

       open input f.
       if ws-f-status not = '00'
           display 'WARNING: ' ws-file1-name (1:30)
               ' could not be opened, status ' ws-f-status
           move 8 to return-code
       else
           if ws-checkpoint-seq > 0
       end-if.
       if ws-aud-status = '00'
           move spaces to aud-record
           move ws-audit-id to aud-program-id
           move ws-business-date to aud-business-date
           move ws-audit-start to aud-start-time
           accept aud-end-time from time
           string 'file2-netting-' ws-business-date '.dat'
               delimited by size into ws-ntab-name
       end-if.
       if ws-partition not = spaces
           perform set-partition-file-names
       end-if.

      *> one partition of the stream CobolTasklet9 split at its batch
      *> records reads its own file1-part-NN.txt and keeps its own
      *> checkpoint, rejects, interface and netting work file, so the
      *> partitions can run side by side and one that fails can be
      *> run again alone. the partition merge CobolTasklet29 puts
      *> file2.txt, file1-rejects.txt and file2-interface.txt back
      *> together from them. a trans-id touched by more than one
      *> branch is all in partition 00, so its netting never depends
      *> on another partition.
       set-partition-file-names.
       move spaces to ws-file1-name.
       move spaces to ws-file2-name.
       move spaces to ws-rej-name.
       move spaces to ws-ckpt-name.
       move spaces to ws-ifc-name.
       move spaces to ws-ntab-name.
       if ws-rerun-mode = 'Y'
           string 'file1-part-' ws-partition '-' ws-business-date
               '.txt' delimited by size into ws-file1-name
           string 'file2-part-' ws-partition '-' ws-business-date
               '.txt' delimited by size into ws-file2-name
           string 'file1-rejects-part-' ws-partition '-'
               ws-business-date '.txt'
               delimited by size into ws-rej-name
           string 'file2-checkpoint-part-' ws-partition '-'
               ws-business-date '.txt'
               delimited by size into ws-ckpt-name
           string 'file2-interface-part-' ws-partition '-'
               ws-business-date '.txt'
               delimited by size into ws-ifc-name
           string 'file2-netting-part-' ws-partition '-'
               ws-business-date '.dat'
               delimited by size into ws-ntab-name
       else
           string 'file1-part-' ws-partition '.txt'
               delimited by size into ws-file1-name
           string 'file2-part-' ws-partition '.txt'
               delimited by size into ws-file2-name
           string 'file1-rejects-part-' ws-partition '.txt'
               delimited by size into ws-rej-name
           string 'file2-checkpoint-part-' ws-partition '.txt'
               delimited by size into ws-ckpt-name
           string 'file2-interface-part-' ws-partition '.txt'
               delimited by size into ws-ifc-name
           string 'file2-netting-part-' ws-partition '.dat'
               delimited by size into ws-ntab-name
       end-if.

      *> a branch batch record carries no money - it is remembered as
      *> the source of the details that follow (for the reject stamp)
               ws-total-written ' plus rejected ' ws-total-rejects
           move 16 to return-code
       end-if.

      *> the control card is checked against its card-register.txt
      *> line before it is used: a card that is absent or empty
      *> drives nothing and needs no approval; otherwise the latest
      *> line for the card must name an approver other than the
      *> preparer, dated no later than the business date, with the
      *> record count and hash total the card still has. verdict
      *> 'A' accepted, 'U' unapproved, 'S' self-approved, 'C'
      *> changed since approval.
       verify-card-approval.
       move 'A' to ws-vc-verdict.
       move 0 to ws-vc-count.
       move 0 to ws-vc-hash.
       open input vcard.
       if ws-vc-status = '00'
           perform until ws-vc-status not = '00'
               read vcard
                   at end
                       move '10' to ws-vc-status
                   not at end
                       add 1 to ws-vc-count
                       perform varying ws-vc-ix from 1 by 1
                               until ws-vc-ix > 256
                           compute ws-vc-hash = function mod
                               (ws-vc-hash * 31 + function ord
                               (vc-line (ws-vc-ix:1)),
                               999999999999989)
                       end-perform
               end-read
           end-perform
           close vcard
       end-if.
       if ws-vc-count > 0
           perform find-card-approval
           if ws-vc-found = 'N' or ws-vc-approver = spaces
                   or ws-vc-approval-date = 0
                   or ws-vc-approval-date > ws-business-date
               move 'U' to ws-vc-verdict
           else
           if ws-vc-approver = ws-vc-preparer
               move 'S' to ws-vc-verdict
           else
           if ws-vc-reg-count not = ws-vc-count
                   or ws-vc-reg-hash not = ws-vc-hash
               move 'C' to ws-vc-verdict
           end-if
           end-if
           end-if
       end-if.

       find-card-approval.
       move 'N' to ws-vc-found.
       open input creg.
       if ws-creg-status = '00'
           perform until ws-creg-status not = '00'
               read creg
                   at end
                       move '10' to ws-creg-status
                   not at end
                       if crg-card-name = ws-vc-name
                           move 'Y' to ws-vc-found
                           move crg-preparer-id to ws-vc-preparer
                           move crg-approver-id to ws-vc-approver
                           if crg-approval-date numeric
                               move crg-approval-date
                                   to ws-vc-approval-date
                           else
                               move 0 to ws-vc-approval-date
                           end-if
                           move crg-record-count to ws-vc-reg-count
                           move crg-hash-total to ws-vc-reg-hash
                       end-if
               end-read
           end-perform
           close creg
       end-if.

      *> a card that fails the check stops the step before it has
      *> touched anything, with a return code of its own per reason
      *> and the step's line on run-audit.txt.
       refuse-unapproved-card.
       evaluate ws-vc-verdict
           when 'U'
               display 'WARNING: ' ws-vc-name (1:32)
                   ' has no approval on card-register.txt'
               move 52 to return-code
           when 'S'
               display 'WARNING: ' ws-vc-name (1:32)
                   ' was approved by its own preparer '
                   ws-vc-preparer
               move 56 to return-code
           when other
               display 'WARNING: ' ws-vc-name (1:32)
                   ' has changed since it was approved on '
                   ws-vc-approval-date
               move 60 to return-code
       end-evaluate.
       perform write-audit-record.
       stop run.
