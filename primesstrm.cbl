         select fstreamdef assign to "primes_stream.def"
         organization line sequential
         file status is streamdef-status.
         select fdeadline assign to "primes_deadline.def"
         organization line sequential
         file status is deadline-status.

       data division.
       file section.
       fd fstreamdef.
       01 streamdef-buffer pic x(132).
       fd fdeadline.
       01 deadline-buffer pic x(80).

       working-storage section.
       01  filler               pic x(32) value "Start WS primesstrm".
        88 stream-has-failed     value "Y".
       01  step-numeric-ed      pic z(2)9.

      *    primes_deadline.def holds <stream> <HHMM> per line, the time
      *    by which the stream must have finished
       01  deadline-status      pic x(2).
       01  deadline-eof         pic x     value "N".
        88 deadline-at-end       value "Y".
       01  dl-w-stream          pic x(16).
       01  dl-w-time            pic x(16).
       01  plan-count           pic 9(3)  value zero.
       01  fc-unknown-ed        pic z(2)9.

       01  current-date-time    pic x(21).
       01  run-stamp.
         03 run-stamp-date.
             move 8 to return-code
             stop run.

           perform s05-load-deadline.
           perform s06-plan-stream.

           perform s10-read-definition.
           perform s20-process-step
             until streamdef-at-end or stream-has-failed.

           close fstreamdef.

           perform s80-finish-run.

           move 'log-message' to ui-methods.
           if stream-has-failed
             move 0090 to ui-message-number

           stop run.

       s05-load-deadline.

           move spaces to sf-deadline-hhmm.
           move "N"    to deadline-eof.
           open input fdeadline.
           if deadline-status = "00"
             perform s07-read-deadline until deadline-at-end
             close fdeadline
           end-if.

      *    every step of tonight's stream gets its typical time before
      *    the first one runs, so that the first forecast covers them
      *    all; the definition is then read again from the top
       s06-plan-stream.

           move zero to plan-count step-counter.

           move space     to dal-schema-name.
           move 'connect' to dal-methods.
           call "primes" using primes-dal.

           if dal-method-ok
             move strm-arg-name to strm-name
             move strm-run-date to strm-date
             move 'stream-run-start' to dal-methods
             call "primes" using primes-dal
             perform s10-read-definition
             perform s08-plan-step until streamdef-at-end
             move 'disconnect' to dal-methods
             call "primes" using primes-dal
           end-if.

           close fstreamdef.
           open input fstreamdef.
           move "N"  to streamdef-eof.
           move zero to step-counter.

       s07-read-deadline.

           read fdeadline
             at end move "Y" to deadline-eof
           end-read.

           if not deadline-at-end
             move spaces to dl-w-stream dl-w-time
             unstring deadline-buffer delimited by all space
               into dl-w-stream dl-w-time
             end-unstring
             if dl-w-stream = strm-arg-name
               and dl-w-time(1:4) is numeric
               move dl-w-time(1:4) to sf-deadline-hhmm
             end-if
           end-if.

       s08-plan-step.

           add 1 to plan-count.
           move strm-arg-name to strm-name.
           move strm-run-date to strm-date.
           move plan-count    to strm-step.
           move def-mode      to strm-mode.
           move 'stream-plan' to dal-methods.
           call "primes" using primes-dal.

           perform s10-read-definition.

       s10-read-definition.

           move "N" to def-line-match.
           move ui-run-params  to program-message.
           call "primesui" using primes-ui.

           perform s45-step-forecast.

           call "primesgen" using primes-session.

           if session-result = zero
               to program-message
             call "primesui" using primes-ui
             move "Y" to stream-failed.

      *    the step is marked running and the finish forecast taken
      *    again with this step at the start of its typical time
       s45-step-forecast.

           move space     to dal-schema-name.
           move 'connect' to dal-methods.
           call "primes" using primes-dal.

           if dal-method-ok
             move strm-arg-name to strm-name
             move strm-run-date to strm-date
             move step-counter  to strm-step
             move def-mode      to strm-mode
             move 'stream-step-start' to dal-methods
             call "primes" using primes-dal
             move "S" to sf-source
             move 'stream-forecast' to dal-methods
             call "primes" using primes-dal
             if dal-method-ok
               perform s46-log-forecast
               if sf-breach-is-new
                 perform s47-raise-breach-alert
               end-if
             end-if
             move 'disconnect' to dal-methods
             call "primes" using primes-dal
           end-if.

       s46-log-forecast.

           move 'log-message' to ui-methods.
           move 0489 to ui-message-number.
           move spaces to program-message.
           if sf-deadline = spaces
             string 'Stream '                    delimited by size
                    function trim(strm-arg-name) delimited by size
                    ' predicted to finish at '   delimited by size
                    sf-predicted                 delimited by size
                    into program-message
             end-string
           else
             string 'Stream '                    delimited by size
                    function trim(strm-arg-name) delimited by size
                    ' predicted to finish at '   delimited by size
                    sf-predicted                 delimited by size
                    ', deadline '                delimited by size
                    sf-deadline(12:5)            delimited by size
                    into program-message
             end-string
           end-if.
           call "primesui" using primes-ui.

           if sf-unknown-steps > zero
             move sf-unknown-steps to fc-unknown-ed
             move spaces to program-message
             string 'Forecast leaves out '       delimited by size
                    function trim(fc-unknown-ed) delimited by size
                    ' step(s) without history.'  delimited by size
                    into program-message
             end-string
             call "primesui" using primes-ui
           end-if.

       s47-raise-breach-alert.

           move "CRIT"   to al-severity.
           move "STREAM" to al-source.
           move spaces to al-text.
           string function trim(strm-arg-name) delimited by size
                  ' predicted to end '         delimited by size
                  sf-predicted(12:5)           delimited by size
                  ' after deadline '           delimited by size
                  sf-deadline(12:5)            delimited by size
                  into al-text
           end-string.
           move 'alert-ingest' to dal-methods.
           call "primes" using primes-dal.

           move 'log-message' to ui-methods.
           move 0490 to ui-message-number.
           move 'Stream predicted to miss its deadline.'
             to program-message.
           call "primesui" using primes-ui.

       s80-finish-run.

           move space     to dal-schema-name.
           move 'connect' to dal-methods.
           call "primes" using primes-dal.

           if dal-method-ok
             move strm-arg-name to strm-name
             move strm-run-date to strm-date
             if stream-has-failed
               move "failed"   to sf-run-status
             else
               move "complete" to sf-run-status
             end-if
             move 'stream-run-finish' to dal-methods
             call "primes" using primes-dal
             move 'disconnect' to dal-methods
             call "primes" using primes-dal
           end-if.
