       identification division.
       program-id. CobolTasklet21.
      *> cycle driver. reads the run-control business date and runs the
      *> steps of the nightly cycle in their fixed order - the gate
      *> CobolTasklet15, the branch merge CobolTasklet9 (or the
      *> single-feed CobolTasklet1 when there is no branch-files.txt),
      *> validate and net CobolTasklet2, screening CobolTasklet25,
      *> master maintenance CobolTasklet22, posting CobolTasklet5,
      *> repair CobolTasklet6, branch fees CobolTasklet26, suspense
      *> resolution CobolTasklet13 and the reporting, interface, archive
      *> and housekeeping steps after them, then the master change
      *> extract CobolTasklet27 and, last, the master roll-forward
      *> proof CobolTasklet30. every start and end of a step
      *> lands on the business date's step journal,
      *> step-journal-YYYYMMDD.txt, with the step's return code. a step
      *> ending with 8 or more stops the cycle with that return code.
      *> run again for the same date, the driver skips every step the
      *> journal shows completed and resumes at the one that failed -
      *> except that a step which must never run twice for a date
      *> (CobolTasklet5 posting to the master, CobolTasklet13 applying
      *> approvals, CobolTasklet22 applying maintenance cards,
      *> CobolTasklet25 releasing screened items) is refused with return
      *> code 44 once it has been started, unless the operator names it
      *> in FORCE_STEP after checking the master. each step runs as its
      *> own process: the command is the CYCLE_STEP_COMMAND prefix
      *> (default 'java') followed by the program name. when the
      *> branch merge has split the stream (CYCLE_PARTITIONS=Y),
      *> validate and net runs on every partition at once, each
      *> journaled as CobolTasklet2-NN so a failed partition is the
      *> only one run again, and the partition merge CobolTasklet29
      *> puts the cycle files back together before screening.
       environment division.
         input-output section.
         file-control.
           select jrn assign to dynamic ws-jrn-name
           organization is line sequential
           file status is ws-jrn-status.
           select lst assign to 'branch-files.txt'
           organization is line sequential
           file status is ws-lst-status.
           select plst assign to dynamic ws-plst-name
           organization is line sequential
           file status is ws-plst-status.
           select prc assign to dynamic ws-prc-name
           organization is line sequential
           file status is ws-prc-status.
           select aud assign to 'run-audit.txt'
           organization is line sequential
           file status is ws-aud-status.
           select ctl assign to 'run-control.txt'
           organization is line sequential
           file status is ws-ctl-status.
       data division.
       file section.
       fd jrn.
       copy "STEPJRNL.cpy".
       fd lst.
       01 lst-line pic x(64).
       fd plst.
       copy "PARTLIST.cpy".
       fd prc.
       01 prc-line pic x(8).
       fd aud.
       copy "AUDITREC.cpy".
       fd ctl.
       copy "RUNCTL.cpy".
       working-storage section.
      *> the cycle in running order: program, whether the step may be
      *> started again for a date it has already been started for
      *> ('N' for the steps that move money on the master), and which
      *> feed the step produces ('M' the branch merge, 'G' the single
      *> generated feed - only one of the two applies to a cycle).
      *> 'P' marks the step run once per partition, all at once, when
      *> the branch merge has split the stream, and once as a whole
      *> otherwise; 'S' a step that only applies to a split stream.
       01 ws-step-values.
           05 filler pic x(18) value 'CobolTasklet15  Y '.
           05 filler pic x(18) value 'CobolTasklet9   YM'.
           05 filler pic x(18) value 'CobolTasklet1   YG'.
           05 filler pic x(18) value 'CobolTasklet2   YP'.
           05 filler pic x(18) value 'CobolTasklet29  YS'.
           05 filler pic x(18) value 'CobolTasklet25  N '.
           05 filler pic x(18) value 'CobolTasklet22  N '.
           05 filler pic x(18) value 'CobolTasklet5   N '.
           05 filler pic x(18) value 'CobolTasklet6   Y '.
           05 filler pic x(18) value 'CobolTasklet26  Y '.
           05 filler pic x(18) value 'CobolTasklet13  N '.
           05 filler pic x(18) value 'CobolTasklet3   Y '.
           05 filler pic x(18) value 'CobolTasklet11  Y '.
           05 filler pic x(18) value 'CobolTasklet7   Y '.
           05 filler pic x(18) value 'CobolTasklet12  Y '.
           05 filler pic x(18) value 'CobolTasklet8   Y '.
           05 filler pic x(18) value 'CobolTasklet4   Y '.
           05 filler pic x(18) value 'CobolTasklet23  Y '.
           05 filler pic x(18) value 'CobolTasklet18  Y '.
           05 filler pic x(18) value 'CobolTasklet17  Y '.
           05 filler pic x(18) value 'CobolTasklet24  Y '.
           05 filler pic x(18) value 'CobolTasklet20  Y '.
           05 filler pic x(18) value 'CobolTasklet27  Y '.
           05 filler pic x(18) value 'CobolTasklet30  Y '.
       01 ws-step-table redefines ws-step-values.
           05 ws-step-entry occurs 24 times.
               10 ws-st-program pic x(16).
               10 ws-st-repeat pic x(1).
               10 ws-st-feed pic x(1).
       01 ws-step-max pic 9(2) value 24.
      *> what the journal says about each step for this date: space
      *> never started, 'S' started and never finished, 'C' completed
      *> or passed over, 'F' failed.
       01 ws-state-table.
           05 ws-st-state pic x(1) occurs 24 times.
       01 ws-step-ix pic 9(2) value 0.
       01 ws-find-ix pic 9(2) value 0.
       01 ws-jrn-status pic xx value '00'.
       01 ws-lst-status pic xx value '00'.
       01 ws-aud-status pic xx value '00'.
       01 ws-ctl-status pic xx value '00'.
       01 ws-audit-start pic 9(8) value 0.
       01 ws-business-date pic 9(8) value 0.
       01 ws-rerun-mode pic x value 'N'.
       01 ws-jrn-name pic x(64) value spaces.
       01 ws-eof-switch pic x value 'N'.
       01 ws-feed-mode pic x value 'G'.
       01 ws-stop-switch pic x value 'N'.
       01 ws-force-step pic x(16) value spaces.
       01 ws-forced pic x value space.
       01 ws-step-command pic x(64) value spaces.
       01 ws-command pic x(160) value spaces.
       01 ws-call-status pic s9(9) comp-5 value 0.
       01 ws-step-rc pic 9(4) value 0.
       01 ws-cycle-rc pic 9(4) value 0.
       01 ws-event pic x value space.
       01 ws-run-count pic 9(7) value 0.
       01 ws-skip-count pic 9(7) value 0.
      *> a split stream: the partitions on the branch merge's
      *> partition list, and what the journal says about each
      *> (partition NN is entry NN + 1), journaled under the step's
      *> program name followed by -NN.
       01 ws-plst-name pic x(64) value 'partition-list.txt'.
       01 ws-plst-status pic xx value '00'.
       01 ws-prc-name pic x(64) value spaces.
       01 ws-prc-status pic xx value '00'.
       01 ws-split-mode pic x value 'N'.
       01 ws-part-program pic x(16) value spaces.
       01 ws-part-max pic 9(2) value 11.
       01 ws-part-count pic 9(2) value 0.
       01 ws-part-list.
           05 ws-pl-partition pic 9(2) occurs 11 times.
       01 ws-part-states.
           05 ws-ps-state pic x(1) occurs 11 times.
       01 ws-pl-ix pic 9(2) value 0.
       01 ws-ps-ix pic 9(2) value 0.
       01 ws-part-no pic 9(2) value 0.
       01 ws-part-id pic x(16) value spaces.
       01 ws-event-id pic x(16) value spaces.
       01 ws-pending-count pic 9(2) value 0.
       01 ws-group-rc pic 9(4) value 0.
       01 ws-part-command pic x(2000) value spaces.
       01 ws-cmd-ptr pic 9(4) value 1.
       01 ws-delete-status pic s9(9) comp-5 value 0.
       procedure division.

       accept ws-audit-start from time.
       perform get-business-date.
       move spaces to ws-jrn-name.
       if ws-rerun-mode = 'Y'
           string 'step-journal-rerun-' ws-business-date '.txt'
               delimited by size into ws-jrn-name
           move spaces to ws-plst-name
           string 'partition-list-' ws-business-date '.txt'
               delimited by size into ws-plst-name
       else
           string 'step-journal-' ws-business-date '.txt'
               delimited by size into ws-jrn-name
       end-if.

       accept ws-step-command from environment "CYCLE_STEP_COMMAND".
       if ws-step-command = spaces
           move 'java' to ws-step-command
       end-if.
       accept ws-force-step from environment "FORCE_STEP".

      *> the branch merge feeds the cycle whenever the operator keeps
      *> a list of branch files; without one the single generated
      *> feed does.
       open input lst.
       if ws-lst-status = '00'
           move 'M' to ws-feed-mode
           close lst
       end-if.

       perform load-journal.

       display 'CYCLE DRIVER - BUSINESS DATE ' ws-business-date
           ' JOURNAL ' ws-jrn-name (1:40).
       move 0 to ws-cycle-rc.
       perform varying ws-step-ix from 1 by 1
               until ws-step-ix > ws-step-max
               or ws-stop-switch = 'Y'
           perform drive-one-step
       end-perform.

       if ws-stop-switch = 'N'
           display 'CYCLE COMPLETE FOR ' ws-business-date
       end-if.
       move ws-cycle-rc to return-code.
       perform write-audit-record.
       stop run.

      *> the business date comes from the run-control card when one is
      *> present; the system clock is only a fallback. a rerun ('R' on
      *> the card) keeps its own journal, so rerunning a date that
      *> completed normally starts from the top.
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

      *> replay the journal for the date: the last event for a step
      *> decides its state. a refusal changes nothing - the step is
      *> still in whatever state stopped the cycle before.
       load-journal.
       move spaces to ws-state-table.
       move spaces to ws-part-states.
       perform varying ws-step-ix from 1 by 1
               until ws-step-ix > ws-step-max
           if ws-st-feed (ws-step-ix) = 'P'
               move ws-st-program (ws-step-ix) to ws-part-program
           end-if
       end-perform.
       open input jrn.
       if ws-jrn-status = '00'
           perform until ws-eof-switch = 'Y'
               read jrn
                   at end
                       move 'Y' to ws-eof-switch
                   not at end
                       perform apply-journal-event
               end-read
           end-perform
           close jrn
           move 'N' to ws-eof-switch
       end-if.

       apply-journal-event.
       move 0 to ws-find-ix.
       perform varying ws-step-ix from 1 by 1
               until ws-step-ix > ws-step-max
           if ws-st-program (ws-step-ix) = jrn-program-id
               move ws-step-ix to ws-find-ix
           end-if
       end-perform.
       if ws-find-ix > 0
           evaluate jrn-event
               when 'S'
                   move 'S' to ws-st-state (ws-find-ix)
               when 'C'
                   move 'C' to ws-st-state (ws-find-ix)
               when 'K'
                   move 'C' to ws-st-state (ws-find-ix)
               when 'F'
                   move 'F' to ws-st-state (ws-find-ix)
               when other
                   continue
           end-evaluate
       else
           perform varying ws-part-no from 0 by 1
                   until ws-part-no >= ws-part-max
               perform build-partition-id
               if ws-part-id = jrn-program-id
                   compute ws-ps-ix = ws-part-no + 1
                   evaluate jrn-event
                       when 'S'
                           move 'S' to ws-ps-state (ws-ps-ix)
                       when 'C'
                           move 'C' to ws-ps-state (ws-ps-ix)
                       when 'F'
                           move 'F' to ws-ps-state (ws-ps-ix)
                       when other
                           continue
                   end-evaluate
               end-if
           end-perform
       end-if.

      *> one step of the cycle: pass over it when it is done or does
      *> not apply, refuse it when it must not run twice, otherwise
      *> run it and journal how it ended.
       drive-one-step.
       if ws-st-feed (ws-step-ix) = 'P' or ws-st-feed (ws-step-ix) = 'S'
           perform check-stream-split
       end-if.
       evaluate true
           when ws-st-state (ws-step-ix) = 'C'
               display 'SKIPPED   ' ws-st-program (ws-step-ix)
                   ' ALREADY COMPLETED'
               add 1 to ws-skip-count
           when (ws-st-feed (ws-step-ix) = 'M'
                   or ws-st-feed (ws-step-ix) = 'G')
                   and ws-st-feed (ws-step-ix) not = ws-feed-mode
               display 'SKIPPED   ' ws-st-program (ws-step-ix)
                   ' FEED NOT USED THIS CYCLE'
               move 'K' to ws-event
               move 0 to ws-step-rc
               move space to ws-forced
               perform write-journal-event
               add 1 to ws-skip-count
           when ws-st-feed (ws-step-ix) = 'S' and ws-split-mode = 'N'
               display 'SKIPPED   ' ws-st-program (ws-step-ix)
                   ' STREAM NOT SPLIT THIS CYCLE'
               move 'K' to ws-event
               move 0 to ws-step-rc
               move space to ws-forced
               perform write-journal-event
               add 1 to ws-skip-count
           when other
               move space to ws-forced
               if ws-st-state (ws-step-ix) not = space
                       and ws-st-repeat (ws-step-ix) = 'N'
                   if ws-force-step = ws-st-program (ws-step-ix)
                       move 'F' to ws-forced
                   else
                       perform refuse-step
                   end-if
               end-if
               if ws-stop-switch = 'N'
                   if ws-st-feed (ws-step-ix) = 'P'
                           and ws-split-mode = 'Y'
                       perform run-partitions
                   else
                       perform run-step
                   end-if
               end-if
       end-evaluate.

      *> a non-repeatable step that was started before may have moved
      *> money already; running it again blind could post twice, so
      *> the operator has to look and force it by name.
       refuse-step.
       display 'WARNING: ' ws-st-program (ws-step-ix)
           ' was already started for ' ws-business-date
           ' and may not run twice - check the master and set '
           'FORCE_STEP to run it again'.
       move 'X' to ws-event.
       move 44 to ws-step-rc.
       perform write-journal-event.
       move 44 to ws-cycle-rc.
       move 'Y' to ws-stop-switch.

       run-step.
       move 'S' to ws-event.
       move 0 to ws-step-rc.
       perform write-journal-event.
       move spaces to ws-command.
       string ws-step-command delimited by '  '
           ' ' delimited by size
           ws-st-program (ws-step-ix) delimited by ' '
           into ws-command.
       display 'STARTING  ' ws-st-program (ws-step-ix).
       call "SYSTEM" using ws-command
           returning ws-call-status.
      *> the shell hands back the wait status on some platforms -
      *> the exit code is then the high-order byte.
       if ws-call-status > 255
           divide 256 into ws-call-status
       end-if.
       if ws-call-status < 0
           move 9999 to ws-step-rc
       else
           move ws-call-status to ws-step-rc
       end-if.
       add 1 to ws-run-count.
       if ws-step-rc < 8
           move 'C' to ws-event
           if ws-step-rc > ws-cycle-rc
               move ws-step-rc to ws-cycle-rc
           end-if
           display 'COMPLETED ' ws-st-program (ws-step-ix)
               ' RC ' ws-step-rc
       else
           move 'F' to ws-event
           move ws-step-rc to ws-cycle-rc
           move 'Y' to ws-stop-switch
           display 'WARNING: ' ws-st-program (ws-step-ix)
               ' failed with return code ' ws-step-rc
               ', cycle stopped - run the driver again to resume'
       end-if.
       perform write-journal-event.

      *> the stream is split when the branch merge fed the cycle and
      *> left a partition list for the business date.
       check-stream-split.
       move 'N' to ws-split-mode.
       move 0 to ws-part-count.
       if ws-feed-mode = 'M'
           open input plst
           if ws-plst-status = '00'
               perform until ws-plst-status not = '00'
                   read plst
                       at end
                           move '10' to ws-plst-status
                       not at end
                           if ptl-business-date = ws-business-date
                                   and ptl-partition numeric
                                   and ptl-partition < ws-part-max
                                   and ws-part-count < ws-part-max
                               add 1 to ws-part-count
                               move ptl-partition
                                   to ws-pl-partition (ws-part-count)
                           end-if
                   end-read
               end-perform
               close plst
           end-if
       end-if.
       if ws-part-count > 0
           move 'Y' to ws-split-mode
       end-if.

      *> every partition not yet completed for the date is started at
      *> once, each in its own process with PARTITION=NN, and the
      *> driver waits for them all. each partition's start and end is
      *> journaled under its own name, so after a failure only the
      *> partitions that did not complete run again. the step as a
      *> whole completes when every partition has, with the highest
      *> return code among them.
       run-partitions.
       move 'S' to ws-event.
       move 0 to ws-step-rc.
       perform write-journal-event.
       move spaces to ws-part-command.
       move 1 to ws-cmd-ptr.
       move 0 to ws-pending-count.
       move 0 to ws-group-rc.
       perform varying ws-pl-ix from 1 by 1
               until ws-pl-ix > ws-part-count
           move ws-pl-partition (ws-pl-ix) to ws-part-no
           compute ws-ps-ix = ws-part-no + 1
           if ws-ps-state (ws-ps-ix) = 'C'
               perform build-partition-id
               display 'SKIPPED   ' ws-part-id ' ALREADY COMPLETED'
           else
               perform start-partition
           end-if
       end-perform.
       if ws-pending-count > 0
           string 'wait' delimited by size
               into ws-part-command with pointer ws-cmd-ptr
           call "SYSTEM" using ws-part-command
               returning ws-call-status
           perform varying ws-pl-ix from 1 by 1
                   until ws-pl-ix > ws-part-count
               move ws-pl-partition (ws-pl-ix) to ws-part-no
               compute ws-ps-ix = ws-part-no + 1
               if ws-ps-state (ws-ps-ix) not = 'C'
                   perform end-partition
               end-if
           end-perform
       end-if.
       move ws-group-rc to ws-step-rc.
       if ws-step-rc < 8
           move 'C' to ws-event
           if ws-step-rc > ws-cycle-rc
               move ws-step-rc to ws-cycle-rc
           end-if
           display 'COMPLETED ' ws-st-program (ws-step-ix)
               ' RC ' ws-step-rc
       else
           move 'F' to ws-event
           move ws-step-rc to ws-cycle-rc
           move 'Y' to ws-stop-switch
           display 'WARNING: ' ws-st-program (ws-step-ix)
               ' failed with return code ' ws-step-rc
               ', cycle stopped - run the driver again to resume'
       end-if.
       perform write-journal-event.

      *> each partition's process leaves its exit code behind on
      *> partition-rc-NN.txt for the driver to pick up.
       start-partition.
       perform build-partition-id.
       perform build-partition-rc-name.
       call "CBL_DELETE_FILE" using ws-prc-name
           returning ws-delete-status.
       move ws-part-id to ws-event-id.
       move 'S' to ws-event.
       move 0 to ws-step-rc.
       perform write-journal-event.
       move spaces to ws-event-id.
       string '(PARTITION=' ws-part-no ' ' delimited by size
           ws-step-command delimited by '  '
           ' ' delimited by size
           ws-st-program (ws-step-ix) delimited by ' '
           '; echo $? >' delimited by size
           ws-prc-name delimited by ' '
           ') & ' delimited by size
           into ws-part-command with pointer ws-cmd-ptr.
       add 1 to ws-pending-count.
       display 'STARTING  ' ws-part-id.

       end-partition.
       perform build-partition-id.
       perform build-partition-rc-name.
       move 9999 to ws-step-rc.
       open input prc.
       if ws-prc-status = '00'
           read prc
               at end
                   continue
               not at end
                   if prc-line not = spaces
                       compute ws-step-rc =
                           function numval (prc-line)
                   end-if
           end-read
           close prc
           call "CBL_DELETE_FILE" using ws-prc-name
               returning ws-delete-status
       end-if.
       add 1 to ws-run-count.
       if ws-step-rc < 8
           move 'C' to ws-event
           display 'COMPLETED ' ws-part-id ' RC ' ws-step-rc
       else
           move 'F' to ws-event
           display 'WARNING: ' ws-part-id
               ' failed with return code ' ws-step-rc
       end-if.
       if ws-step-rc > ws-group-rc
           move ws-step-rc to ws-group-rc
       end-if.
       move ws-part-id to ws-event-id.
       perform write-journal-event.
       move spaces to ws-event-id.

       build-partition-id.
       move spaces to ws-part-id.
       string ws-part-program delimited by ' '
           '-' ws-part-no delimited by size
           into ws-part-id.

       build-partition-rc-name.
       move spaces to ws-prc-name.
       string 'partition-rc-' ws-part-no '.txt'
           delimited by size into ws-prc-name.

      *> the journal is opened and closed around every event, so a
      *> step that takes the whole machine down still leaves its
      *> start behind for the restart to find.
       write-journal-event.
       open extend jrn.
       if ws-jrn-status not = '00'
           open output jrn
       end-if.
       if ws-jrn-status = '00'
           move spaces to jrn-record
           if ws-event-id = spaces
               move ws-st-program (ws-step-ix) to jrn-program-id
           else
               move ws-event-id to jrn-program-id
           end-if
           move ws-business-date to jrn-business-date
           move ws-event to jrn-event
           accept jrn-time from time
           move ws-step-rc to jrn-return-code
           move ws-forced to jrn-forced
           write jrn-record
           close jrn
       end-if.

      *> append the driver's own line to the shared run-audit file:
      *> steps in the cycle, steps run this time, steps passed over.
       write-audit-record.
       open extend aud.
       if ws-aud-status not = '00'
           open output aud
       end-if.
       if ws-aud-status = '00'
           move spaces to aud-record
           move 'CobolTasklet21' to aud-program-id
           move ws-business-date to aud-business-date
           move ws-audit-start to aud-start-time
           accept aud-end-time from time
           move ws-step-max to aud-read-count
           move ws-run-count to aud-written-count
           move ws-skip-count to aud-reject-count
           move return-code to aud-return-code
           write aud-record
           close aud
       end-if.
