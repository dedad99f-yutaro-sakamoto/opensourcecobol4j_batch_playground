      *> details are preceded by a type 'B' batch record naming the
      *> branch (the feed file name up to its extension), so the
      *> source branch stays attributed downstream all the way to the
      *> settlement statements. branch-files.txt must match its
      *> approval on card-register.txt before any feed is read. with
      *> CYCLE_PARTITIONS=Y the merged stream is also split at its
      *> batch records into file1-part-NN.txt, one per branch, and
      *> partition 00 for trans-ids more than one branch touches,
      *> listed on partition-list.txt, so the cycle driver can run
      *> CobolTasklet2 on every partition at once and CobolTasklet29
      *> can put the results back together in branch order.
       environment division.
         input-output section.
         file-control.
           select vcard assign to dynamic ws-vc-name
           organization is line sequential
           file status is ws-vc-status.
           select creg assign to 'card-register.txt'
           organization is line sequential
           file status is ws-creg-status.
           select aud assign to 'run-audit.txt'
           organization is line sequential
           file status is ws-aud-status.
           select lst assign to 'branch-files.txt'
           organization is line sequential
           file status is ws-lst-status.
           select ctl assign to 'run-control.txt'
           organization is line sequential
           file status is ws-ctl-status.
           select plst assign to dynamic ws-plst-name
           organization is line sequential
           file status is ws-plst-status.
           select prt assign to dynamic ws-part-name
           organization is sequential
           file status is ws-prt-status.
           select shr assign to dynamic ws-shared-name
           organization is sequential
           file status is ws-shr-status.
           select pix assign to dynamic ws-pix-name
           organization is indexed
           access mode is random
           record key is pix-trans-id
           file status is ws-pix-status.
       data division.
       file section.
       fd vcard.
       01 vc-line pic x(256).
       fd creg.
       copy "CARDREG.cpy".
       fd aud.
       copy "AUDITREC.cpy".
       fd lst.
       01 lst-line pic x(64).
       fd br.
       01 rpt-line pic x(120).
       fd ctl.
       copy "RUNCTL.cpy".
       fd plst.
       copy "PARTLIST.cpy".
       fd prt.
       copy "TRANREC.cpy"
           replacing ==PFX-HEADER-RECORD== by ==P-HEADER-RECORD==,
           ==PFX-HEADER-TYPE== by ==P-HEADER-TYPE==,
           ==PFX-HEADER-RUN-DATE== by ==P-HEADER-RUN-DATE==,
           ==PFX-HEADER-EXP-COUNT== by ==P-HEADER-EXP-COUNT==,
           ==PFX-BATCH-RECORD== by ==P-BATCH-RECORD==,
           ==PFX-BATCH-TYPE== by ==P-BATCH-TYPE==,
           ==PFX-BATCH-BRANCH== by ==P-BATCH-BRANCH==,
           ==PFX-DETAIL-RECORD== by ==P-DETAIL-RECORD==,
           ==PFX-DETAIL-TYPE== by ==P-DETAIL-TYPE==,
           ==PFX-TRANS-ID== by ==P-TRANS-ID==,
           ==PFX-TRANS-DATE== by ==P-TRANS-DATE==,
           ==PFX-AMOUNT== by ==P-AMOUNT==,
           ==PFX-STATUS== by ==P-STATUS==,
           ==PFX-CURRENCY== by ==P-CURRENCY==,
           ==PFX-ORIG-AMOUNT== by ==P-ORIG-AMOUNT==,
           ==PFX-TRAILER-RECORD== by ==P-TRAILER-RECORD==,
           ==PFX-TRAILER-TYPE== by ==P-TRAILER-TYPE==,
           ==PFX-TRAILER-COUNT== by ==P-TRAILER-COUNT==.
       fd shr.
       copy "TRANREC.cpy"
           replacing ==PFX-HEADER-RECORD== by ==S-HEADER-RECORD==,
           ==PFX-HEADER-TYPE== by ==S-HEADER-TYPE==,
           ==PFX-HEADER-RUN-DATE== by ==S-HEADER-RUN-DATE==,
           ==PFX-HEADER-EXP-COUNT== by ==S-HEADER-EXP-COUNT==,
           ==PFX-BATCH-RECORD== by ==S-BATCH-RECORD==,
           ==PFX-BATCH-TYPE== by ==S-BATCH-TYPE==,
           ==PFX-BATCH-BRANCH== by ==S-BATCH-BRANCH==,
           ==PFX-DETAIL-RECORD== by ==S-DETAIL-RECORD==,
           ==PFX-DETAIL-TYPE== by ==S-DETAIL-TYPE==,
           ==PFX-TRANS-ID== by ==S-TRANS-ID==,
           ==PFX-TRANS-DATE== by ==S-TRANS-DATE==,
           ==PFX-AMOUNT== by ==S-AMOUNT==,
           ==PFX-STATUS== by ==S-STATUS==,
           ==PFX-CURRENCY== by ==S-CURRENCY==,
           ==PFX-ORIG-AMOUNT== by ==S-ORIG-AMOUNT==,
           ==PFX-TRAILER-RECORD== by ==S-TRAILER-RECORD==,
           ==PFX-TRAILER-TYPE== by ==S-TRAILER-TYPE==,
           ==PFX-TRAILER-COUNT== by ==S-TRAILER-COUNT==.
       fd pix.
       01 pix-record.
           05 pix-trans-id        pic 9(7).
           05 pix-partition       pic 9(2).
           05 pix-count           pic 9(7).
           05 pix-shared          pic x(1).
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
       01 ws-aud-status pic xx value '00'.
       01 ws-audit-start pic 9(8) value 0.
       01 ws-lst-status pic xx value '00'.
       01 ws-br-status pic xx value '00'.
       01 ws-f-status pic xx value '00'.
       01 ws-excluded-count pic 9(2) value 0.
       01 ws-rpt-count-disp pic zzzzzz9.
       01 ws-rpt-amount-disp pic -(11)9.99.
      *> partitioning: with CYCLE_PARTITIONS=Y the merged stream is
      *> also split at its batch records into one partition file per
      *> branch, plus partition 00 for the trans-ids more than one
      *> branch touches, so CobolTasklet2 can run the branches side
      *> by side. the trans-id work file remembers, per trans-id, the
      *> partition it first turned up in and whether another branch
      *> has touched it since.
       01 ws-partition-flag pic x value space.
       01 ws-partition-mode pic x value 'N'.
       01 ws-split-failed pic x value 'N'.
       01 ws-plst-name pic x(64) value 'partition-list.txt'.
       01 ws-part-name pic x(64) value spaces.
       01 ws-shared-name pic x(64) value spaces.
       01 ws-pckpt-name pic x(64) value spaces.
       01 ws-pix-name pic x(64) value 'file1-partition-ids.dat'.
       01 ws-plst-status pic xx value '00'.
       01 ws-prt-status pic xx value '00'.
       01 ws-shr-status pic xx value '00'.
       01 ws-pix-status pic xx value '00'.
       01 ws-delete-status pic s9(9) comp-5 value 0.
       01 ws-eof-switch pic x value 'N'.
       01 ws-part-no pic 9(2) value 0.
       01 ws-part-count pic 9(2) value 0.
       01 ws-part-open pic x value 'N'.
       01 ws-shared-branch-open pic x value 'N'.
       01 ws-part-written pic 9(7) value 0.
       01 ws-shared-written pic 9(7) value 0.
      *> entry 1 is partition 00, entry n + 1 partition n.
       01 ws-part-table.
           05 ws-part-entry occurs 11 times.
               10 ws-pt-branch pic x(8).
               10 ws-pt-details pic 9(7).
               10 ws-pt-shared pic 9(7).
       01 ws-pt-ix pic 9(2) value 0.
       01 ws-first-ix pic 9(2) value 0.
       procedure division.

       accept ws-audit-start from time.
       perform get-business-date.
       move 'branch-files.txt' to ws-vc-name.
       perform verify-card-approval.
       if ws-vc-verdict not = 'A'
           perform refuse-unapproved-card
       end-if.
       if ws-rerun-mode = 'Y'
           move spaces to ws-file1-name
           string 'file1-' ws-business-date '.txt'
           move spaces to ws-report-name
           string 'merge-report-' ws-business-date '.txt'
               delimited by size into ws-report-name
           move spaces to ws-plst-name
           string 'partition-list-' ws-business-date '.txt'
               delimited by size into ws-plst-name
           move spaces to ws-pix-name
           string 'file1-partition-ids-' ws-business-date '.dat'
               delimited by size into ws-pix-name
       end-if.
       accept ws-partition-flag from environment "CYCLE_PARTITIONS".
       if ws-partition-flag = 'Y' or ws-partition-flag = 'y'
           move 'Y' to ws-partition-mode
       end-if.

       open input lst.

       perform write-merge-report.

      *> a partition list left by an earlier run must never send the
      *> driver after partitions this run did not write.
       call "CBL_DELETE_FILE" using ws-plst-name
           returning ws-delete-status.
       if ws-partition-mode = 'Y' and ws-merged-sources > 0
           perform split-into-partitions
       end-if.

       move 0 to return-code.
       if ws-merged-sources = 0
           display 'WARNING: no branch file passed validation'
               move 4 to return-code
           end-if
       end-if.
       if ws-split-failed = 'Y'
           move 8 to return-code
       end-if.
       stop run.

      *> the business date comes from the run-control card when one is
           write rpt-line
       end-if.
       close rpt.

      *> split the merged stream for the partitioned validate and
      *> net. the first pass finds, for every trans-id, the branch it
      *> first turned up under and whether a later branch touches it
      *> too; the second writes each detail to its branch's partition,
      *> or to partition 00 when its trans-id is shared, keeping the
      *> stream order within each. partition 00 carries the batch
      *> record of every branch it holds details for, so rejects and
      *> statements keep the source branch. any checkpoint an earlier
      *> split left behind is thrown away with it.
       split-into-partitions.
       initialize ws-part-table.
       move 0 to ws-part-count.
       call "CBL_DELETE_FILE" using ws-pix-name
           returning ws-delete-status.
       open output pix.
       close pix.
       open i-o pix.
       if ws-pix-status not = '00'
           display 'WARNING: partition work file could not be '
               'opened, status ' ws-pix-status
           move 'Y' to ws-split-failed
       else
           perform index-partition-ids
           close pix
           open input pix
           perform write-partition-files
           close pix
           call "CBL_DELETE_FILE" using ws-pix-name
               returning ws-delete-status
       end-if.
       if ws-split-failed = 'N'
           perform write-partition-list
           perform varying ws-part-no from 0 by 1
                   until ws-part-no > ws-part-count
               perform set-partition-names
               call "CBL_DELETE_FILE" using ws-pckpt-name
                   returning ws-delete-status
           end-perform
       end-if.

       index-partition-ids.
       move 'N' to ws-eof-switch.
       open input f.
       read f
           at end
               move 'Y' to ws-eof-switch
       end-read.
       if ws-eof-switch not = 'Y'
           read f
               at end
                   move 'Y' to ws-eof-switch
           end-read
       end-if.
       perform until ws-eof-switch = 'Y' or f-detail-type = 'T'
           if f-detail-type = 'B'
               add 1 to ws-part-count
               compute ws-pt-ix = ws-part-count + 1
               move f-batch-branch to ws-pt-branch (ws-pt-ix)
           else
               perform index-one-detail
           end-if
           read f
               at end
                   move 'Y' to ws-eof-switch
           end-read
       end-perform.
       close f.

      *> the first time a second branch touches a trans-id, the
      *> details the first branch already holds for it move to
      *> partition 00 with it.
       index-one-detail.
       compute ws-pt-ix = ws-part-count + 1.
       if f-trans-id not numeric
           add 1 to ws-pt-details (ws-pt-ix)
       else
           move f-trans-id to pix-trans-id
           read pix
               invalid key
                   move ws-part-count to pix-partition
                   move 1 to pix-count
                   move 'N' to pix-shared
                   write pix-record
                   add 1 to ws-pt-details (ws-pt-ix)
               not invalid key
                   if pix-shared = 'Y'
                       add 1 to ws-pt-shared (ws-pt-ix)
                       add 1 to ws-pt-details (1)
                   else
                   if pix-partition = ws-part-count
                       add 1 to pix-count
                       add 1 to ws-pt-details (ws-pt-ix)
                   else
                       compute ws-first-ix = pix-partition + 1
                       subtract pix-count
                           from ws-pt-details (ws-first-ix)
                       add pix-count to ws-pt-shared (ws-first-ix)
                       add pix-count to ws-pt-details (1)
                       add 1 to ws-pt-shared (ws-pt-ix)
                       add 1 to ws-pt-details (1)
                       move 'Y' to pix-shared
                   end-if
                   end-if
                   rewrite pix-record
           end-read
       end-if.

       write-partition-files.
       move 'N' to ws-eof-switch.
       move 0 to ws-part-no.
       move 0 to ws-shared-written.
       perform set-partition-names.
       move ws-part-name to ws-shared-name.
       open output shr.
       if ws-shr-status not = '00'
           display 'WARNING: ' ws-shared-name (1:30)
               ' could not be opened, status ' ws-shr-status
           move 'Y' to ws-split-failed
       else
           move spaces to s-header-record
           move 'H' to s-header-type
           move ws-business-date to s-header-run-date
           move ws-pt-details (1) to s-header-exp-count
           write s-header-record
           open input f
           read f
               at end
                   move 'Y' to ws-eof-switch
           end-read
           if ws-eof-switch not = 'Y'
               read f
                   at end
                       move 'Y' to ws-eof-switch
               end-read
           end-if
           perform until ws-eof-switch = 'Y' or f-detail-type = 'T'
                   or ws-split-failed = 'Y'
               if f-detail-type = 'B'
                   perform start-partition-file
               else
                   perform write-partition-detail
               end-if
               read f
                   at end
                       move 'Y' to ws-eof-switch
               end-read
           end-perform
           close f
           perform end-partition-file
           move spaces to s-trailer-record
           move 'T' to s-trailer-type
           move ws-shared-written to s-trailer-count
           write s-trailer-record
           close shr
       end-if.

       start-partition-file.
       perform end-partition-file.
       add 1 to ws-part-no.
       perform set-partition-names.
       open output prt.
       if ws-prt-status not = '00'
           display 'WARNING: ' ws-part-name (1:30)
               ' could not be opened, status ' ws-prt-status
           move 'Y' to ws-split-failed
       else
           move 'Y' to ws-part-open
           move 0 to ws-part-written
           move 'N' to ws-shared-branch-open
           compute ws-pt-ix = ws-part-no + 1
           move spaces to p-header-record
           move 'H' to p-header-type
           move ws-business-date to p-header-run-date
           move ws-pt-details (ws-pt-ix) to p-header-exp-count
           write p-header-record
           move f-batch-record to p-batch-record
           write p-batch-record
       end-if.

       end-partition-file.
       if ws-part-open = 'Y'
           move spaces to p-trailer-record
           move 'T' to p-trailer-type
           move ws-part-written to p-trailer-count
           write p-trailer-record
           close prt
           move 'N' to ws-part-open
       end-if.

       write-partition-detail.
       move 'N' to pix-shared.
       if f-trans-id numeric
           move f-trans-id to pix-trans-id
           read pix
               invalid key
                   move 'N' to pix-shared
           end-read
       end-if.
       if pix-shared = 'Y'
           if ws-shared-branch-open = 'N'
               compute ws-pt-ix = ws-part-no + 1
               move spaces to s-batch-record
               move 'B' to s-batch-type
               move ws-pt-branch (ws-pt-ix) to s-batch-branch
               write s-batch-record
               move 'Y' to ws-shared-branch-open
           end-if
           move f-detail-record to s-detail-record
           write s-detail-record
           add 1 to ws-shared-written
       else
           move f-detail-record to p-detail-record
           write p-detail-record
           add 1 to ws-part-written
       end-if.

      *> partition 00 first, then the branches in stream order - the
      *> order the partition merge puts them back together in.
       write-partition-list.
       open output plst.
       perform varying ws-part-no from 0 by 1
               until ws-part-no > ws-part-count
           compute ws-pt-ix = ws-part-no + 1
           move spaces to ptl-partition-record
           move ws-business-date to ptl-business-date
           move ws-part-no to ptl-partition
           move ws-pt-branch (ws-pt-ix) to ptl-branch
           move ws-pt-details (ws-pt-ix) to ptl-detail-count
           move ws-pt-shared (ws-pt-ix) to ptl-shared-count
           write ptl-partition-record
       end-perform.
       close plst.

      *> partition file names carry the partition number ahead of the
      *> rerun date, the same way CobolTasklet2 builds them.
       set-partition-names.
       move spaces to ws-part-name.
       move spaces to ws-pckpt-name.
       if ws-rerun-mode = 'Y'
           string 'file1-part-' ws-part-no '-' ws-business-date
               '.txt' delimited by size into ws-part-name
           string 'file2-checkpoint-part-' ws-part-no '-'
               ws-business-date '.txt'
               delimited by size into ws-pckpt-name
       else
           string 'file1-part-' ws-part-no '.txt'
               delimited by size into ws-part-name
           string 'file2-checkpoint-part-' ws-part-no '.txt'
               delimited by size into ws-pckpt-name
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

      *> this step keeps no run-audit line of its own; a card it
      *> refuses still leaves one, with the return code, so the
      *> refusal shows in the morning inquiry.
       write-audit-record.
       open extend aud.
       if ws-aud-status not = '00'
           open output aud
       end-if.
       if ws-aud-status = '00'
           move spaces to aud-record
           move 'CobolTasklet9' to aud-program-id
           move ws-business-date to aud-business-date
           move ws-audit-start to aud-start-time
           accept aud-end-time from time
           move 0 to aud-read-count
           move 0 to aud-written-count
           move 0 to aud-reject-count
           move return-code to aud-return-code
           write aud-record
           close aud
       end-if.
