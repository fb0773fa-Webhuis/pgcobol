         select fdispcmd assign to "primes_dispatch.cmd"
         organization line sequential
         file status is dispcmd-status.
         select ftrigger assign to "primes_trigger.def"
         organization line sequential
         file status is trigger-status.

       data division.
       file section.
       fd fdispcmd.
       01 dispcmd-buffer pic x(32).
       fd ftrigger.
       01 trigger-buffer pic x(132).

       working-storage section.
       01  filler               pic x(32) value "Start WS primesdisp".
       01  disp-job-pending     pic x     value "N".
        88 disp-job-ready        value "Y".
       01  disp-numeric-ed      pic z(8)9.
       01  disp-pid-ed          pic z(8)9.
       01  disp-result-ed       pic 9(2).
       01  disp-orphan-idx      pic 9(3)  value zero.
       01  disp-alert-note      pic x(28) value space.
       01  disp-restart         pic x     value "N".
        88 disp-restart-is-safe  value "Y".
       01  default-ceiling      pic 9(18)
                                value 999999999999999999.

      *    job triggers, reread for every job so that an edited
      *    primes_trigger.def needs no restart of the dispatcher
       01  trigger-status       pic x(2).
       01  trigger-eof          pic x     value "N".
        88 trigger-at-end        value "Y".
       01  trigger-limit        pic 9(2)  value 50.
       01  trigger-max-depth    pic 9(2)  value 5.
       01  trg-count            pic 9(2)  value zero.
       01  trg-idx              pic 9(2)  value zero.
       01  trg-f-idx            pic 9(2)  value zero.
       01  trg-table.
        03 trg-entry            occurs 50 times.
         05 trg-name            pic x(16).
         05 trg-event           pic x(12).
         05 trg-mode            pic x(16).
         05 trg-env             pic x(32).
         05 trg-follow          pic x(16) occurs 5 times.
       01  trg-w-line.
        03 trg-w-name           pic x(16).
        03 trg-w-event          pic x(12).
        03 trg-w-mode           pic x(16).
        03 trg-w-env            pic x(32).
        03 trg-w-follow         pic x(16) occurs 5 times.
       01  trg-matched          pic x     value "N".
        88 trg-is-matched        value "Y".
       01  trg-milestones       pic x     value "N".
        88 trg-milestones-wanted value "Y".
       01  trg-milestone-count  pic 9(6)  value zero.
       01  trg-new-ed           pic z(8)9.

      *    the finished job, kept while its follow-ons are queued
       01  fin-job.
        03 fin-id               pic 9(9).
        03 fin-mode             pic x(16).
        03 fin-env              pic x(32).
        03 fin-requested        pic x(16).
        03 fin-depth            pic 9(2).
        03 fin-status           pic x(10).

       01  current-date-time    pic x(21).
       01  run-stamp.
         03 run-stamp-date.
           if disp-poll-seconds = zero
             move 30 to disp-poll-seconds.

      *    minutes a pending job waits before it gains one priority step
           move spaces to disp-args.
           accept disp-args from environment "PRIMES_QUEUE_AGING_MINS".
           if disp-args(1:1) >= '0' and disp-args(1:1) <= '9'
             compute job-aging-mins =
                     function numval(function trim(disp-args))
               on size error move 15 to job-aging-mins
             end-compute.
           if job-aging-mins = zero
             move 15 to job-aging-mins.

      *    this instance is known as host-pid; its running jobs are
      *    taken as orphaned once its heartbeat lapsed this long
           accept dsp-host from environment "HOSTNAME".
           if dsp-host = spaces
             move "localhost" to dsp-host.
           call "C$GETPID" returning dsp-pid.
           move dsp-pid to disp-pid-ed.
           move spaces  to dsp-id.
           string function trim(dsp-host)    delimited by size
                  "-"                        delimited by size
                  function trim(disp-pid-ed) delimited by size
                  into dsp-id
           end-string.

           move spaces to disp-args.
           accept disp-args
             from environment "PRIMES_DISPATCH_LAPSE_SECS".
           if disp-args(1:1) >= '0' and disp-args(1:1) <= '9'
             compute dsp-lapse-secs =
                     function numval(function trim(disp-args))
               on size error move 600 to dsp-lapse-secs
             end-compute.
           if dsp-lapse-secs < 60
             move 600 to dsp-lapse-secs.

           move 'primesdisp'    to program-name.
           move 'start-session' to program-paragraph.
           move 'start'         to ui-methods.

           perform d10-dispatch-loop until not disp-keep-going.

           move 'disp-deregister' to dal-methods.
           call "primes" using primes-dal.

           move 'log-message' to ui-methods.
           move 0089 to ui-message-number
           move 'Job queue dispatcher stops.' to program-message.
           call "primes" using primes-dal.

           if dal-method-ok
             move zero to dsp-job-id
             move 'disp-heartbeat' to dal-methods
             call "primes" using primes-dal
             perform d35-recovery-sweep
             move 'job-fetch' to dal-methods
             call "primes" using primes-dal
             if dal-method-ok and job-was-found
               move "Y" to disp-job-pending
               move job-id to dsp-job-id
               move 'disp-heartbeat' to dal-methods
               call "primes" using primes-dal
             end-if
             move 'disconnect' to dal-methods
             call "primes" using primes-dal
               to program-message
             call "primesui" using primes-ui.

       d35-recovery-sweep.

           move 'disp-orphans' to dal-methods.
           call "primes" using primes-dal.

           if dal-method-ok
             perform d36-recover-orphan
                     varying disp-orphan-idx from 1 by 1
                     until disp-orphan-idx > dor-count
           end-if.

       d36-recover-orphan.

           perform d37-restart-policy.

           move dor-job-id(disp-orphan-idx) to job-id.
           if disp-restart-is-safe
             move "pending"  to job-status
           else
             move "orphaned" to job-status
           end-if.
           move 'job-orphan' to dal-methods.
           call "primes" using primes-dal.

           if dal-method-ok and job-was-found
             move dor-job-id(disp-orphan-idx) to disp-numeric-ed
             move spaces to al-text
             if disp-restart-is-safe
               move "WARN" to al-severity
               move "orphaned, requeued; was on" to disp-alert-note
             else
               move "CRIT" to al-severity
               move "orphaned, held; was on"     to disp-alert-note
             end-if
             string "job "                         delimited by size
                    function trim(disp-numeric-ed) delimited by size
                    " "                            delimited by size
                    function trim(dor-mode(disp-orphan-idx))
                                                   delimited by size
                    " "                            delimited by size
                    function trim(disp-alert-note) delimited by size
                    " "                            delimited by size
                    dor-disp-id(disp-orphan-idx)   delimited by space
                    into al-text
             end-string
             move "DISPATCHER" to al-source
             move 'alert-ingest' to dal-methods
             call "primes" using primes-dal

             move 'log-message' to ui-methods
             move zero          to ui-message-number
             move al-text       to program-message
             call "primesui" using primes-ui
           end-if.

      *    generate resumes from its checkpoint and the other queued
      *    modes only read, so they run again; an import is left for
      *    an operator, as is a job out of attempts
       d37-restart-policy.

           move "Y" to disp-restart.
           if function trim(dor-mode(disp-orphan-idx)) = "import"
             move "N" to disp-restart.
           if dor-attempts(disp-orphan-idx)
                >= dor-max-attempts(disp-orphan-idx)
             move "N" to disp-restart.

       d40-run-job.

           perform d81-load-triggers.
           perform d50-prepare-session.
           move spaces to job-since.
           move zero   to trg-milestone-count.

           if job-status = "refused"
             perform d70-write-back
           else
             accept current-date-time from date yyyymmdd
             accept current-date-time(9:) from time
             move current-date-time(1:14) to job-since
             move current-date-time(1:4)  to run-stamp-yyyy
             move current-date-time(5:2)  to run-stamp-mm
             move current-date-time(7:2)  to run-stamp-dd
                    into ui-run-params
             end-string

             if job-output-file not = spaces
               move job-output-file to ui-capture-filename
               move 'capture-start' to ui-methods
               call "primesui" using primes-ui
             end-if

             move 'log-message'  to ui-methods
             move ui-run-params  to program-message
             call "primesui" using primes-ui
             else
               move "failed"   to job-status
             end-if

             move session-result to disp-result-ed
             move spaces to program-message
             string function trim(ui-run-params) delimited by size
                    " ended, result "            delimited by size
                    disp-result-ed               delimited by size
                    into program-message
             end-string
             move 'log-message' to ui-methods
             move zero          to ui-message-number
             call "primesui" using primes-ui
             move 'capture-stop' to ui-methods
             call "primesui" using primes-ui
             move session-result   to job-result
             move report-filename of primes-session
               to job-report-file

             perform d45-count-milestones
             perform d70-write-back
           end-if.

      *    milestones are only counted when a MILESTONE trigger
      *    could fire for this job; they live in the job's own schema
       d45-count-milestones.

           move "N" to trg-milestones.
           perform d46-wants-milestones
             varying trg-idx from 1 by 1 until trg-idx > trg-count.

           if trg-milestones-wanted
             move job-env   to dal-schema-name
             move 'connect' to dal-methods
             call "primes" using primes-dal
             if dal-method-ok
               move 'job-milestones' to dal-methods
               call "primes" using primes-dal
               if dal-method-ok
                 move job-milestone-count to trg-milestone-count
               end-if
               move 'disconnect' to dal-methods
               call "primes" using primes-dal
             end-if
           end-if.

       d46-wants-milestones.

           if trg-event(trg-idx) = "MILESTONE"
             move job-mode to fin-mode
             move job-env  to fin-env
             perform d84-match-job
             if trg-is-matched
               move "Y" to trg-milestones
             end-if
           end-if.

       d50-prepare-session.

           move job-mode        to methods.
                 move job-ceiling to target-ceiling
               end-if

             when verify-mode
               move "N" to verify-backfill

             when report-primes  or report-csv   or
                  report-delta   or report-twins or
                  report-stats   or check-gaps   or
                  feed-mode      or classify-mode or
                  errorscan-mode
               continue

             when other
           if dal-method-ok
             move 'job-finish' to dal-methods
             call "primes" using primes-dal
             if dal-method-ok
               perform d80-evaluate-triggers
             end-if
             move zero to dsp-job-id
             move 'disp-heartbeat' to dal-methods
             call "primes" using primes-dal
             move 'disconnect' to dal-methods
             call "primes" using primes-dal
           else
             move 'Dispatcher cannot record job result.'
               to program-message
             call "primesui" using primes-ui.

      *    a job retrying later fires nothing yet; OK fires on
      *    complete, FAIL on abandoned or refused, DONE on either and
      *    MILESTONE when the run recorded a milestone
       d80-evaluate-triggers.

           move job-id          to fin-id.
           move job-mode        to fin-mode.
           move job-env         to fin-env.
           move job-requested   to fin-requested.
           move job-chain-depth to fin-depth.
           move job-final-status to fin-status.

           if fin-status not = "pending" and fin-status not = spaces
             perform d82-check-trigger
               varying trg-idx from 1 by 1 until trg-idx > trg-count
           end-if.

           move fin-id to job-id.
           move zero   to job-parent-id job-chain-depth.
           move spaces to job-trigger.

       d81-load-triggers.

           move zero to trg-count.
           move "N"  to trigger-eof.
           open input ftrigger.
           if trigger-status = "00"
             perform d85-read-trigger until trigger-at-end
             close ftrigger
           end-if.

       d82-check-trigger.

           perform d84-match-job.

           if trg-is-matched
             move "N" to trg-matched
             evaluate trg-event(trg-idx)
               when "OK"
                 if fin-status = "complete"
                   move "Y" to trg-matched
                 end-if
               when "FAIL"
                 if fin-status = "abandoned" or fin-status = "refused"
                   move "Y" to trg-matched
                 end-if
               when "DONE"
                 if fin-status = "complete" or fin-status = "abandoned"
                   or fin-status = "refused"
                   move "Y" to trg-matched
                 end-if
               when "MILESTONE"
                 if trg-milestone-count > zero
                   move "Y" to trg-matched
                 end-if
             end-evaluate
           end-if.

           if trg-is-matched
             perform d83-queue-follow-on
               varying trg-f-idx from 1 by 1 until trg-f-idx > 5
           end-if.

      *    a chain stops at five follow-on levels so that triggers
      *    which fire each other cannot loop for ever
       d83-queue-follow-on.

           if trg-follow(trg-idx, trg-f-idx) not = spaces
             move 'log-message' to ui-methods
             evaluate true
               when fin-depth >= trigger-max-depth
                 move 0483 to ui-message-number
                 move 'Trigger chain too deep, follow-on not queued.'
                   to program-message
                 call "primesui" using primes-ui
               when trg-follow(trg-idx, trg-f-idx) not = "generate"
                and trg-follow(trg-idx, trg-f-idx) not = "report"
                and trg-follow(trg-idx, trg-f-idx) not = "reportcsv"
                and trg-follow(trg-idx, trg-f-idx) not = "reportdelta"
                and trg-follow(trg-idx, trg-f-idx) not = "reporttwins"
                and trg-follow(trg-idx, trg-f-idx) not = "stats"
                and trg-follow(trg-idx, trg-f-idx) not = "gapcheck"
                and trg-follow(trg-idx, trg-f-idx) not = "audit"
                and trg-follow(trg-idx, trg-f-idx) not = "reporttrend"
                and trg-follow(trg-idx, trg-f-idx) not = "feed"
                and trg-follow(trg-idx, trg-f-idx) not = "classify"
                and trg-follow(trg-idx, trg-f-idx) not = "verify"
                and trg-follow(trg-idx, trg-f-idx) not = "errorscan"
                 move 0484 to ui-message-number
                 move 'Trigger follow-on mode cannot be queued.'
                   to program-message
                 call "primesui" using primes-ui
               when other
                 move trg-follow(trg-idx, trg-f-idx) to job-mode
                 move fin-env       to job-env
                 move fin-requested to job-requested
                 move zero          to job-ceiling job-param1
                                       job-param2
                 move 3             to job-max-attempts
                 move 300           to job-retry-delay
                 move fin-id        to job-parent-id
                 move trg-name(trg-idx) to job-trigger
                 compute job-chain-depth = fin-depth + 1
                 move 'job-submit' to dal-methods
                 call "primes" using primes-dal
                 if dal-method-ok
                   move job-id to trg-new-ed
                   move fin-id to disp-numeric-ed
                   move 0482   to ui-message-number
                   move spaces to program-message
                   string 'Trigger '                 delimited by size
                          function trim(trg-name(trg-idx))
                                                     delimited by size
                          ' queued '                 delimited by size
                          function trim(job-mode)    delimited by size
                          ' job '                    delimited by size
                          function trim(trg-new-ed)  delimited by size
                          ' after job '              delimited by size
                          function trim(disp-numeric-ed)
                                                     delimited by size
                          into program-message
                   end-string
                   call "primesui" using primes-ui
                 end-if
             end-evaluate
           end-if.

      *    mode and env may be * for any; env default is the job
      *    without an environment of its own
       d84-match-job.

           move "Y" to trg-matched.
           if trg-mode(trg-idx) not = "*"
             and trg-mode(trg-idx) not = fin-mode
             move "N" to trg-matched.
           if trg-env(trg-idx) not = "*"
             and trg-env(trg-idx) not = fin-env
             and not ( trg-env(trg-idx) = "default"
                       and fin-env = spaces )
             move "N" to trg-matched.

       d85-read-trigger.

           read ftrigger
             at end move "Y" to trigger-eof
           end-read.

           if not trigger-at-end
             move spaces to trg-w-line
             unstring trigger-buffer delimited by all space
               into trg-w-name trg-w-event trg-w-mode trg-w-env
                    trg-w-follow(1) trg-w-follow(2) trg-w-follow(3)
                    trg-w-follow(4) trg-w-follow(5)
             end-unstring
             if trg-w-name not = spaces
               and trg-w-name(1:1) not = "*"
               and trg-count < trigger-limit
               add 1 to trg-count
               move trg-w-line to trg-entry(trg-count)
               move function upper-case(trg-w-event)
                 to trg-event(trg-count)
             end-if
           end-if.
