       identification division.
       program-id. CobolTasklet29.
      *> partition merge, run after the partitions of a split stream
      *> have each been through CobolTasklet2. puts file2.txt,
      *> file1-rejects.txt and file2-interface.txt back together from
      *> the partitions' own files in the branch order of file1.txt,
      *> under the one header and trailer the whole-stream run would
      *> have written: each branch's partition as it stands, then
      *> the details, rejects and interface lines of that branch that
      *> partition 00 netted because their trans-id was shared with
      *> another branch. nothing is written unless every partition on
      *> partition-list.txt has finished (its file2-part-NN.txt has a
      *> trailer) - one that has not is named so it can be run again
      *> alone, and the step ends with return code 8. every detail
      *> file1.txt declared in its trailer must come back either in
      *> file2.txt or in the rejects, across all the partitions
      *> together, or the step ends with return code 16 and the
      *> partition files are kept for a look; a clean merge deletes
      *> them.
       environment division.
         input-output section.
         file-control.
           select plst assign to dynamic ws-plst-name
           organization is line sequential
           file status is ws-plst-status.
           select f assign to dynamic ws-file1-name
           organization is sequential
           file status is ws-f-status.
           select pin assign to dynamic ws-pin-name
           organization is sequential
           file status is ws-pin-status.
           select shr assign to dynamic ws-shr-name
           organization is sequential
           file status is ws-shr-status.
           select g assign to dynamic ws-file2-name
           organization is sequential
           file status is ws-g-status.
           select prj assign to dynamic ws-prj-name
           organization is line sequential
           file status is ws-prj-status.
           select srj assign to dynamic ws-srj-name
           organization is line sequential
           file status is ws-srj-status.
           select rej assign to dynamic ws-rej-name
           organization is line sequential
           file status is ws-rej-status.
           select pif assign to dynamic ws-pif-name
           organization is sequential
           file status is ws-pif-status.
           select sif assign to dynamic ws-sif-name
           organization is sequential
           file status is ws-sif-status.
           select ifc assign to dynamic ws-ifc-name
           organization is sequential
           file status is ws-ifc-status.
           select aud assign to 'run-audit.txt'
           organization is line sequential
           file status is ws-aud-status.
           select ctl assign to 'run-control.txt'
           organization is line sequential
           file status is ws-ctl-status.
       data division.
       file section.
       fd plst.
       copy "PARTLIST.cpy".
       fd f.
       copy "TRANREC.cpy"
           replacing ==PFX-HEADER-RECORD== by ==F-HEADER-RECORD==,
           ==PFX-HEADER-TYPE== by ==F-HEADER-TYPE==,
           ==PFX-HEADER-RUN-DATE== by ==F-HEADER-RUN-DATE==,
           ==PFX-HEADER-EXP-COUNT== by ==F-HEADER-EXP-COUNT==,
           ==PFX-BATCH-RECORD== by ==F-BATCH-RECORD==,
           ==PFX-BATCH-TYPE== by ==F-BATCH-TYPE==,
           ==PFX-BATCH-BRANCH== by ==F-BATCH-BRANCH==,
           ==PFX-DETAIL-RECORD== by ==F-DETAIL-RECORD==,
           ==PFX-DETAIL-TYPE== by ==F-DETAIL-TYPE==,
           ==PFX-TRANS-ID== by ==F-TRANS-ID==,
           ==PFX-TRANS-DATE== by ==F-TRANS-DATE==,
           ==PFX-AMOUNT== by ==F-AMOUNT==,
           ==PFX-STATUS== by ==F-STATUS==,
           ==PFX-CURRENCY== by ==F-CURRENCY==,
           ==PFX-ORIG-AMOUNT== by ==F-ORIG-AMOUNT==,
           ==PFX-TRAILER-RECORD== by ==F-TRAILER-RECORD==,
           ==PFX-TRAILER-TYPE== by ==F-TRAILER-TYPE==,
           ==PFX-TRAILER-COUNT== by ==F-TRAILER-COUNT==.
       fd pin.
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
       fd prj.
       01 prj-line pic x(110).
       fd srj.
       01 srj-line pic x(110).
       fd rej.
       01 rej-line pic x(110).
       fd pif.
       01 pif-record pic x(80).
       fd sif.
       01 sif-record pic x(80).
       fd ifc.
       01 ifc-record pic x(80).
       fd aud.
       copy "AUDITREC.cpy".
       fd ctl.
       copy "RUNCTL.cpy".
       working-storage section.
       01 ws-plst-status pic xx value '00'.
       01 ws-f-status pic xx value '00'.
       01 ws-pin-status pic xx value '00'.
       01 ws-shr-status pic xx value '00'.
       01 ws-g-status pic xx value '00'.
       01 ws-prj-status pic xx value '00'.
       01 ws-srj-status pic xx value '00'.
       01 ws-rej-status pic xx value '00'.
       01 ws-pif-status pic xx value '00'.
       01 ws-sif-status pic xx value '00'.
       01 ws-ifc-status pic xx value '00'.
       01 ws-aud-status pic xx value '00'.
       01 ws-ctl-status pic xx value '00'.
       01 ws-audit-start pic 9(8) value 0.
       01 ws-business-date pic 9(8) value 0.
       01 ws-rerun-mode pic x value 'N'.
       01 ws-plst-name pic x(64) value 'partition-list.txt'.
       01 ws-file1-name pic x(64) value 'file1.txt'.
       01 ws-file2-name pic x(64) value 'file2.txt'.
       01 ws-rej-name pic x(64) value 'file1-rejects.txt'.
       01 ws-ifc-name pic x(64) value 'file2-interface.txt'.
      *> one partition's own files, and partition 00's, named the
      *> way CobolTasklet9 and CobolTasklet2 name them.
       01 ws-part-no pic 9(2) value 0.
       01 ws-part1-name pic x(64) value spaces.
       01 ws-pin-name pic x(64) value spaces.
       01 ws-prj-name pic x(64) value spaces.
       01 ws-pif-name pic x(64) value spaces.
       01 ws-shr-name pic x(64) value spaces.
       01 ws-srj-name pic x(64) value spaces.
       01 ws-sif-name pic x(64) value spaces.
       01 ws-delete-status pic s9(9) comp-5 value 0.
      *> the partitions off partition-list.txt, partition 00 first.
       01 ws-part-max pic 9(2) value 11.
       01 ws-part-count pic 9(2) value 0.
       01 ws-part-table.
           05 ws-part-entry occurs 11 times.
               10 ws-pt-partition pic 9(2).
               10 ws-pt-branch pic x(8).
               10 ws-pt-shared pic 9(7).
       01 ws-pt-ix pic 9(2) value 0.
       01 ws-open-count pic 9(2) value 0.
       01 ws-eof-switch pic x value 'N'.
       01 ws-shr-eof pic x value 'N'.
       01 ws-srj-eof pic x value 'N'.
       01 ws-srj-open pic x value 'N'.
       01 ws-pin-details pic 9(7) value 0.
       01 ws-branch-details pic 9(7) value 0.
       01 ws-copy-count pic 9(7) value 0.
       01 ws-run-date pic 9(8) value 0.
       01 ws-expected-count pic 9(7) value 0.
       01 ws-trailer-count pic 9(7) value 0.
       01 ws-trailer-seen pic x value 'N'.
       01 ws-total-written pic 9(7) value 0.
       01 ws-total-rejects pic 9(7) value 0.
       01 ws-shared-left pic 9(7) value 0.
       procedure division.

       accept ws-audit-start from time.
       perform get-business-date.
       perform set-file-names.
       perform load-partition-list.
       if ws-part-count = 0
           display 'WARNING: ' ws-plst-name (1:30)
               ' lists no partitions for ' ws-business-date
           move 8 to return-code
           perform write-audit-record
           stop run
       end-if.

      *> every partition must have finished before anything is put
      *> together.
       move 0 to ws-open-count.
       perform varying ws-pt-ix from 1 by 1
               until ws-pt-ix > ws-part-count
           perform check-partition-complete
       end-perform.
       if ws-open-count > 0
           display 'WARNING: ' ws-open-count ' partitions have not '
               'completed, nothing merged'
           move 8 to return-code
           perform write-audit-record
           stop run
       end-if.

       perform read-file1-controls.
       if ws-trailer-seen not = 'Y'
           display 'WARNING: ' ws-file1-name (1:30)
               ' could not be read to its trailer'
           move 8 to return-code
           perform write-audit-record
           stop run
       end-if.

       open output g.
       open output rej.
       open output ifc.
       move spaces to g-header-record.
       move 'H' to g-header-type.
       move ws-run-date to g-header-run-date.
       move ws-expected-count to g-header-exp-count.
       write g-header-record.

       move 0 to ws-part-no.
       perform set-partition-names.
       move ws-pin-name to ws-shr-name.
       move ws-prj-name to ws-srj-name.
       move ws-pif-name to ws-sif-name.
       open input shr.
       open input sif.
       open input srj.
       if ws-srj-status not = '00'
           move 'Y' to ws-srj-eof
       else
           move 'Y' to ws-srj-open
           perform read-shared-reject
       end-if.
      *> past partition 00's header to its first batch record.
       perform read-shared-record.
       perform read-shared-record.

       perform varying ws-pt-ix from 1 by 1
               until ws-pt-ix > ws-part-count
           if ws-pt-partition (ws-pt-ix) > 0
               perform merge-partition
           end-if
       end-perform.

      *> anything partition 00 still holds has no branch to go under -
      *> it is kept at the end rather than lost, and the run is
      *> flagged below.
       perform until ws-shr-eof = 'Y' or s-detail-type = 'T'
           if s-detail-type not = 'B'
               move s-detail-record to g-detail-record
               write g-detail-record
               add 1 to ws-total-written
               add 1 to ws-shared-left
               perform copy-shared-interface
           end-if
           perform read-shared-record
       end-perform.
       perform until ws-srj-eof = 'Y'
           move srj-line to rej-line
           write rej-line
           add 1 to ws-total-rejects
           add 1 to ws-shared-left
           perform read-shared-reject
       end-perform.

       move spaces to g-trailer-record.
       move 'T' to g-trailer-type.
       move ws-total-written to g-trailer-count.
       write g-trailer-record.
       close shr.
       close sif.
       if ws-srj-open = 'Y'
           close srj
       end-if.
       close g.
       close rej.
       close ifc.

       move 0 to return-code.
       if ws-shared-left > 0
           display 'WARNING: ' ws-shared-left ' lines of partition 00 '
               'matched no branch partition'
           move 16 to return-code
       end-if.
       perform reconcile-counts.
       if return-code = 0
           perform delete-partition-files
       end-if.

       perform write-audit-record.
       stop run.

      *> the business date comes from the run-control card when one is
      *> present; the system clock is only a fallback. rerun mode
      *> ('R' on the card) merges the date-suffixed partitions into
      *> the date-suffixed cycle files.
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
           move spaces to ws-plst-name
           string 'partition-list-' ws-business-date '.txt'
               delimited by size into ws-plst-name
           move spaces to ws-file1-name
           string 'file1-' ws-business-date '.txt'
               delimited by size into ws-file1-name
           move spaces to ws-file2-name
           string 'file2-' ws-business-date '.txt'
               delimited by size into ws-file2-name
           move spaces to ws-rej-name
           string 'file1-rejects-' ws-business-date '.txt'
               delimited by size into ws-rej-name
           move spaces to ws-ifc-name
           string 'file2-interface-' ws-business-date '.txt'
               delimited by size into ws-ifc-name
       end-if.

       set-partition-names.
       move spaces to ws-part1-name.
       move spaces to ws-pin-name.
       move spaces to ws-prj-name.
       move spaces to ws-pif-name.
       if ws-rerun-mode = 'Y'
           string 'file1-part-' ws-part-no '-' ws-business-date
               '.txt' delimited by size into ws-part1-name
           string 'file2-part-' ws-part-no '-' ws-business-date
               '.txt' delimited by size into ws-pin-name
           string 'file1-rejects-part-' ws-part-no '-'
               ws-business-date '.txt'
               delimited by size into ws-prj-name
           string 'file2-interface-part-' ws-part-no '-'
               ws-business-date '.txt'
               delimited by size into ws-pif-name
       else
           string 'file1-part-' ws-part-no '.txt'
               delimited by size into ws-part1-name
           string 'file2-part-' ws-part-no '.txt'
               delimited by size into ws-pin-name
           string 'file1-rejects-part-' ws-part-no '.txt'
               delimited by size into ws-prj-name
           string 'file2-interface-part-' ws-part-no '.txt'
               delimited by size into ws-pif-name
       end-if.

      *> only lines written for this business date count - a list
      *> left from another day names partitions nobody ran today.
       load-partition-list.
       move 0 to ws-part-count.
       open input plst.
       if ws-plst-status = '00'
           perform until ws-plst-status not = '00'
               read plst
                   at end
                       move '10' to ws-plst-status
                   not at end
                       if ptl-business-date = ws-business-date
                               and ptl-partition numeric
                               and ws-part-count < ws-part-max
                           add 1 to ws-part-count
                           move ptl-partition
                               to ws-pt-partition (ws-part-count)
                           move ptl-branch
                               to ws-pt-branch (ws-part-count)
                           if ptl-shared-count numeric
                               move ptl-shared-count
                                   to ws-pt-shared (ws-part-count)
                           else
                               move 0 to ws-pt-shared (ws-part-count)
                           end-if
                       end-if
               end-read
           end-perform
           close plst
       end-if.

      *> a partition has finished when CobolTasklet2 has written the
      *> trailer of its file2-part-NN.txt.
       check-partition-complete.
       move ws-pt-partition (ws-pt-ix) to ws-part-no.
       perform set-partition-names.
       move 'N' to ws-trailer-seen.
       move 'N' to ws-eof-switch.
       open input pin.
       if ws-pin-status = '00'
           perform until ws-eof-switch = 'Y'
               read pin
                   at end
                       move 'Y' to ws-eof-switch
                   not at end
                       if p-trailer-type = 'T'
                           move 'Y' to ws-trailer-seen
                       end-if
               end-read
           end-perform
           close pin
       end-if.
       if ws-trailer-seen not = 'Y'
           add 1 to ws-open-count
           display 'WARNING: partition ' ws-part-no
               ' has not completed - run CobolTasklet2 with '
               'PARTITION=' ws-part-no
       end-if.

       read-file1-controls.
       move 'N' to ws-trailer-seen.
       move 'N' to ws-eof-switch.
       open input f.
       if ws-f-status = '00'
           read f
               at end
                   move 'Y' to ws-eof-switch
               not at end
                   move f-header-run-date to ws-run-date
                   move f-header-exp-count to ws-expected-count
           end-read
           perform until ws-eof-switch = 'Y'
               read f
                   at end
                       move 'Y' to ws-eof-switch
                   not at end
                       if f-trailer-type = 'T'
                           move 'Y' to ws-trailer-seen
                           move f-trailer-count to ws-trailer-count
                       end-if
               end-read
           end-perform
           close f
       end-if.

      *> one branch: its own partition's batch record and details,
      *> then whatever partition 00 netted for it, then the same for
      *> the rejects and the interface lines.
       merge-partition.
       move ws-pt-partition (ws-pt-ix) to ws-part-no.
       perform set-partition-names.
       move 0 to ws-pin-details.
       move 'N' to ws-eof-switch.
       open input pin.
       perform until ws-eof-switch = 'Y'
           read pin
               at end
                   move 'Y' to ws-eof-switch
               not at end
                   if p-detail-type = 'T'
                       move 'Y' to ws-eof-switch
                   else
                   if p-detail-type not = 'H'
                       move p-detail-record to g-detail-record
                       write g-detail-record
                       if p-detail-type not = 'B'
                           add 1 to ws-pin-details
                       end-if
                   end-if
                   end-if
           end-read
       end-perform.
       close pin.
       add ws-pin-details to ws-total-written.

       if ws-pt-shared (ws-pt-ix) > 0
           perform merge-shared-details
       else
           move 0 to ws-branch-details
       end-if.

       open input prj.
       if ws-prj-status = '00'
           perform until ws-prj-status not = '00'
               read prj
                   at end
                       move '10' to ws-prj-status
                   not at end
                       move prj-line to rej-line
                       write rej-line
                       add 1 to ws-total-rejects
               end-read
           end-perform
           close prj
       end-if.
       perform until ws-srj-eof = 'Y'
               or srj-line (86:8) not = ws-pt-branch (ws-pt-ix)
           move srj-line to rej-line
           write rej-line
           add 1 to ws-total-rejects
           perform read-shared-reject
       end-perform.

       open input pif.
       if ws-pif-status = '00'
           perform until ws-pif-status not = '00'
               read pif
                   at end
                       move '10' to ws-pif-status
                   not at end
                       move pif-record to ifc-record
                       write ifc-record
               end-read
           end-perform
           close pif
       end-if.
       perform varying ws-copy-count from 1 by 1
               until ws-copy-count > ws-branch-details
           perform copy-shared-interface
       end-perform.

      *> partition 00 holds a batch record for each branch it netted
      *> details for, in branch order; the batch record itself is
      *> already in file2.txt from the branch's own partition.
       merge-shared-details.
       move 0 to ws-branch-details.
       if ws-shr-eof not = 'Y' and s-detail-type = 'B'
           perform read-shared-record
           perform until ws-shr-eof = 'Y'
                   or s-detail-type = 'B' or s-detail-type = 'T'
               move s-detail-record to g-detail-record
               write g-detail-record
               add 1 to ws-branch-details
               perform read-shared-record
           end-perform
       end-if.
       add ws-branch-details to ws-total-written.

       read-shared-record.
       read shr
           at end
               move 'Y' to ws-shr-eof
       end-read.

       read-shared-reject.
       read srj
           at end
               move 'Y' to ws-srj-eof
       end-read.

      *> partition 00 writes one interface line per detail, in the
      *> same order as its details.
       copy-shared-interface.
       read sif
           at end
               continue
           not at end
               move sif-record to ifc-record
               write ifc-record
       end-read.

       reconcile-counts.
      *> every record file1.txt declared in its trailer must end up
      *> either in file2.txt or in the rejects, across the partitions
      *> as a whole, just as in a whole-stream run.
       if ws-trailer-count not = ws-total-written + ws-total-rejects
           display 'WARNING: reconciliation failed - file1.txt count '
               ws-trailer-count ' does not equal file2.txt written '
               ws-total-written ' plus rejected ' ws-total-rejects
           move 16 to return-code
       end-if.

       delete-partition-files.
       perform varying ws-pt-ix from 1 by 1
               until ws-pt-ix > ws-part-count
           move ws-pt-partition (ws-pt-ix) to ws-part-no
           perform set-partition-names
           call "CBL_DELETE_FILE" using ws-part1-name
               returning ws-delete-status
           call "CBL_DELETE_FILE" using ws-pin-name
               returning ws-delete-status
           call "CBL_DELETE_FILE" using ws-prj-name
               returning ws-delete-status
           call "CBL_DELETE_FILE" using ws-pif-name
               returning ws-delete-status
       end-perform.

      *> append this step's line to the shared run-audit file: the
      *> details file1.txt declared, details merged into file2.txt,
      *> rejects merged.
       write-audit-record.
       open extend aud.
       if ws-aud-status not = '00'
           open output aud
       end-if.
       if ws-aud-status = '00'
           move spaces to aud-record
           move 'CobolTasklet29' to aud-program-id
           move ws-business-date to aud-business-date
           move ws-audit-start to aud-start-time
           accept aud-end-time from time
           move ws-trailer-count to aud-read-count
           move ws-total-written to aud-written-count
           move ws-total-rejects to aud-reject-count
           move return-code to aud-return-code
           write aud-record
           close aud
       end-if.
