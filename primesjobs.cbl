       special-names.
           console is scherm.

       input-output section.
       file-control.
         select fjobout assign to dynamic jobout-filename
         organization line sequential
         file status is jobout-status.

       data division.
       file section.
       fd fjobout.
       01 jobout-buffer pic x(132).

       working-storage section.
       01  filler               pic x(32) value "Start WS primesjobs".

       01  jobs-input           pic x(32) value space.
       01  jobs-command         pic x(16) value space.
       01  jobs-cmd-arg         pic x(16) value space.
       01  jobs-cmd-arg2        pic x(16) value space.
       01  jobs-mode            pic x(16) value space.
       01  jobs-mode-ok         pic x     value "N".
        88 jobs-mode-is-ok       value "Y".
       01  jobs-target-id       pic 9(9)  value zero.
       01  jobs-target-status   pic x(10) value space.
       01  jobs-class           pic x(8)  value space.
       01  jobs-class-ok        pic x     value "N".
        88 jobs-class-is-ok      value "Y".
       01  jobs-priority        pic 9(2)  value zero.
       01  jobs-env-buffer      pic x(16) value space.

       01  jobout-filename      pic x(40) value space.
       01  jobout-status        pic x(2)  value space.
       01  jobout-eof           pic x     value "N".
        88 jobout-at-end         value "Y".
       01  jobout-page-size     pic 9(3)  value 20.
       01  jobout-line-count    pic 9(3)  value zero.
       01  jobout-answer        pic x(8)  value space.

       01  acc-prompt           pic x(60) value space.
       01  acc-msgno            pic 9(4)  value zero.
        88 acc-is-valid          value "Y".

       01  jq-display-idx       pic 9(3)  value zero.
       01  jc-display-idx       pic 9(3)  value zero.
       01  jobs-numeric-ed      pic z(8)9.
       01  jobs-numeric-ed2     pic z(8)9.


           copy primes-dal.

           copy primes-logon.

       procedure division.

           move 'primesjobs'    to program-name.
                upon scherm
             stop run.

           move 'primesjobs' to logon-program.
           move 'signon'     to logon-methods.
           call "primeslogon" using primes-logon.
           if not logon-method-ok
             move 'stop' to ui-methods
             call "primesui" using primes-ui
             stop run.
           move logon-operator to operator-id.

           accept jobs-env-buffer
             from environment "PRIMES_QUEUE_AGING_MINS".
           if jobs-env-buffer(1:1) >= '0'
             and jobs-env-buffer(1:1) <= '9'
             compute job-aging-mins =
                     function numval(function trim(jobs-env-buffer))
               on size error move 15 to job-aging-mins
             end-compute.
           if job-aging-mins = zero
             move 15 to job-aging-mins.

           perform q10-jobs-loop until not jobs-keep-going.

           move 'Queue client session ends.' to program-message.
           call "primesui" using primes-ui.

           move 'signoff' to logon-methods.
           call "primeslogon" using primes-logon.

           move 'stop' to ui-methods.
           call "primesui" using primes-ui.

           call "primesui" using primes-ui.
           move 0188 to ui-message-number
           move
            'L)ist S)ubmit H)old nnn R)elease nnn C)ancel nnn M)ax cls n
      -     ' O)utput nnn Q)uit:'
             to program-message
           move 'prompt' to ui-methods
           call "primesui" using primes-ui.

           accept jobs-input from console.
           move space to jobs-command jobs-cmd-arg jobs-cmd-arg2.
           unstring jobs-input delimited by all space
             into jobs-command jobs-cmd-arg jobs-cmd-arg2
           end-unstring.

           move 'touch' to logon-methods.
           call "primeslogon" using primes-logon.
           if not logon-method-ok
             move "Q" to jobs-command.
           move function upper-case(jobs-command(1:1))
             to jobs-command(1:1).

             when 'C'
               move "cancelled" to jobs-target-status
               perform q40-update-entry
             when 'M'
               perform q50-set-class-limit
             when 'O'
               perform q60-show-job-output
             when 'Q'
               move "N" to jobs-continue
             when other
                         varying jq-display-idx from 1 by 1
                         until jq-display-idx > jq-count
               end-if
               perform q22-show-class-row
                       varying jc-display-idx from 1 by 1
                       until jc-display-idx > jc-count
             else
               move 0193 to ui-message-number
               move 'Queue listing failed.' to program-message
                   jq-requested(jq-display-idx) " result "
                   jq-result(jq-display-idx)
              upon scherm.
           display "            class "
                   jq-class(jq-display-idx) " priority "
                   jq-priority(jq-display-idx) "  "
                   jq-reason(jq-display-idx)
              upon scherm.

       q22-show-class-row.

           display "  class " jc-class(jc-display-idx)
                   " running " jc-running(jc-display-idx)
                   " of max " jc-max(jc-display-idx)
                   ", pending " jc-pending(jc-display-idx)
              upon scherm.

       q30-submit-job.

             move 9999 to acc-number.
           move acc-number to job-retry-delay.

           perform q34-default-class.
           move 0470 to acc-msgno
           move 'Job class QUICK, REPORT or BATCH (empty = default):'
             to acc-prompt.
           perform q82-accept-text.
           move function upper-case(acc-text) to acc-text.
           evaluate function trim(acc-text)
             when spaces
               continue
             when "QUICK" when "REPORT" when "BATCH"
               move acc-text to jobs-class
             when other
               move 0472 to ui-message-number
               move 'Job class must be QUICK, REPORT or BATCH.'
                 to program-message
               move 'prompt' to ui-methods
               call "primesui" using primes-ui
           end-evaluate.
           move jobs-class to job-class.

           move 0471 to acc-msgno
           move 'Priority 0-9, 9 most urgent (empty = class default):'
             to acc-prompt.
           move jobs-priority to acc-default.
           perform q80-accept-number.
           if acc-buffer not = spaces and acc-number > 9
             move 9 to acc-number.
           move acc-number to job-priority.

           move 0123 to acc-msgno
           move 'Environment/schema name (empty for default):'
             to acc-prompt.

           end-evaluate.

      *    short lookups go ahead of reports, reports ahead of the
      *    long generate and import runs
      *    an empty class and priority 99 leave both to the queue,
      *    which sets them from the mode
       q34-default-class.

           move spaces to jobs-class.
           move 99     to jobs-priority.

       q33-write-job.

           if jobs-mode-is-ok
           else
             move 0197 to ui-message-number
             move
             'Give a queue id: H/R/C/O nnn'
               to program-message
             move 'prompt' to ui-methods
             call "primesui" using primes-ui.
             move 'prompt' to ui-methods
             call "primesui" using primes-ui.

       q50-set-class-limit.

           move function upper-case(jobs-cmd-arg) to jobs-class.
           evaluate function trim(jobs-class)
             when "QUICK" when "REPORT" when "BATCH"
               move "Y" to jobs-class-ok
             when other
               move "N" to jobs-class-ok
           end-evaluate.
           if jobs-cmd-arg2(1:1) < '1' or jobs-cmd-arg2(1:1) > '9'
             move "N" to jobs-class-ok.

           if jobs-class-is-ok
             compute job-class-max =
                     function numval(function trim(jobs-cmd-arg2))
               on size error move 999 to job-class-max
             end-compute
             move jobs-class to job-class
             perform q51-apply-class-limit
           else
             move 0473 to ui-message-number
             move
             'Give a class and a running limit: M QUICK 3'
               to program-message
             move 'prompt' to ui-methods
             call "primesui" using primes-ui.

       q51-apply-class-limit.

           move space     to dal-schema-name.
           move 'connect' to dal-methods.
           call "primes" using primes-dal.

           if dal-method-ok
             move 'job-class-set' to dal-methods
             call "primes" using primes-dal
             if dal-method-ok
               move 0474 to ui-message-number
               move 'Class running limit changed.' to program-message
             else
               move 0194 to ui-message-number
               move 'Job queue update failed.' to program-message
             end-if
             move 'prompt' to ui-methods
             call "primesui" using primes-ui
             move 'disconnect' to dal-methods
             call "primes" using primes-dal
           else
             move 0112 to ui-message-number
             move
             'Run-log context unavailable, database down.'
               to program-message
             move 'prompt' to ui-methods
             call "primesui" using primes-ui.

       q60-show-job-output.

           if jobs-cmd-arg(1:1) >= '0' and jobs-cmd-arg(1:1) <= '9'
             compute jobs-target-id =
                     function numval(function trim(jobs-cmd-arg))
             perform q61-find-job-output
           else
             move 0197 to ui-message-number
             move
             'Give a queue id: H/R/C/O nnn'
               to program-message
             move 'prompt' to ui-methods
             call "primesui" using primes-ui.

       q61-find-job-output.

           move space     to dal-schema-name.
           move 'connect' to dal-methods.
           call "primes" using primes-dal.

           if dal-method-ok
             move jobs-target-id     to job-id
             move 'job-output-find'  to dal-methods
             call "primes" using primes-dal
             move 'disconnect' to dal-methods
             call "primes" using primes-dal
             evaluate true
               when not job-was-found
                 move 0476 to ui-message-number
                 move 'Job not found in the queue or its archive.'
                   to program-message
               when job-output-file = spaces
                 move 0477 to ui-message-number
                 move 'Job has no output file.' to program-message
               when job-output-was-purged
                 move 0478 to ui-message-number
                 move 'Job output was removed by retention.'
                   to program-message
               when other
                 perform q62-page-job-output
             end-evaluate
             if ui-message-number not = zero
               move 'prompt' to ui-methods
               call "primesui" using primes-ui
             end-if
           else
             move 0112 to ui-message-number
             move
             'Run-log context unavailable, database down.'
               to program-message
             move 'prompt' to ui-methods
             call "primesui" using primes-ui.

      *    a page at a time; ends on Q or at the end of the file, a
      *    running job's file is read as far as it is written
       q62-page-job-output.

           move job-output-file to jobout-filename.
           open input fjobout.
           if jobout-status not = "00"
             move 0479 to ui-message-number
             move 'Job output file cannot be read.' to program-message
           else
             move "N"  to jobout-eof
             move zero to jobout-line-count
             perform q63-show-output-line until jobout-at-end
             close fjobout
             move 0481 to ui-message-number
             move 'End of job output.' to program-message
           end-if.

       q63-show-output-line.

           read fjobout
             at end move "Y" to jobout-eof
           end-read.

           if not jobout-at-end
             display function trim(jobout-buffer trailing) upon scherm
             add 1 to jobout-line-count
             if jobout-line-count >= jobout-page-size
               move zero to jobout-line-count
               move 0480 to ui-message-number
               move 'Enter for more, Q to stop:' to program-message
               move 'prompt' to ui-methods
               call "primesui" using primes-ui
               move spaces to jobout-answer
               accept jobout-answer from console
               if function upper-case(jobout-answer(1:1)) = 'Q'
                 move "Y" to jobout-eof
               end-if
             end-if
           end-if.

       q80-accept-number.

           move "N" to acc-valid.
