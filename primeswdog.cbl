       identification division.
       program-id. primeswdog.

       environment division.
       configuration section.
       source-computer. linux-laptop.
       object-computer. linux-laptop.
       special-names.
           console is scherm.

       input-output section.
       file-control.
         select fwdogcmd assign to "primes_watchdog.cmd"
         organization line sequential
         file status is wdogcmd-status.
         select fwdogdef assign to "primes_watchdog.def"
         organization line sequential
         file status is wdogdef-status.
         select foperators assign to "primes_operators.dat"
         organization line sequential
         file status is operators-status.

       data division.
       file section.
       fd fwdogcmd.
       01 wdogcmd-buffer pic x(64).
       fd fwdogdef.
       01 wdogdef-buffer pic x(80).
       fd foperators.
       01 operators-buffer pic x(132).

       working-storage section.
       01  filler               pic x(32) value "Start WS primeswdog".
       01  wdogcmd-status       pic x(2)  value space.
       01  wdogdef-status       pic x(2)  value space.
       01  operators-status     pic x(2)  value space.
       01  wdogcmd-eof          pic x     value "N".
        88 wdogcmd-at-end        value "Y".
       01  wdogdef-eof          pic x     value "N".
        88 wdogdef-at-end        value "Y".
       01  operators-eof        pic x     value "N".
        88 operators-at-end      value "Y".

      *    the command file holds STOP or one or more lines
      *    CANCEL <pid> <operator>; it is removed once read. the
      *    operator needs CANCEL or ALL in primes_operators.dat.
      *    primes_watchdog.def holds <mode> <seconds> per line, mode
      *    "default" for every mode not listed
       01  wdogcmd-filename     pic x(19)
                                value "primes_watchdog.cmd".

       01  wdog-continue        pic x     value "Y".
        88 wdog-keep-going       value "Y".
       01  wdog-args            pic x(16) value space.
       01  wdog-poll-seconds    pic 9(4)  value 60.
       01  wdog-numeric-ed      pic z(8)9.
       01  wdog-secs-ed         pic z(8)9.
       01  wdog-limit-ed        pic z(8)9.
       01  wdog-stream-idx      pic 9(2)  value zero.

       01  wdog-command         pic x(16) value space.
       01  wdog-cmd-pid         pic x(16) value space.
       01  wdog-cmd-operator    pic x(16) value space.

       01  auth-ok-flag         pic x     value "N".
        88 auth-is-ok            value "Y".
       01  auth-id              pic x(16) value space.
       01  auth-word1           pic x(16) value space.
       01  auth-word2           pic x(16) value space.
       01  auth-word3           pic x(16) value space.

       01  wdog-def-mode        pic x(16) value space.
       01  wdog-def-secs        pic x(16) value space.
       01  wdog-default-secs    pic 9(9)  value 1800.
       01  wdog-limit           pic 9(9)  value zero.
       01  wdog-severity        pic x(8)  value space.
       01  thr-count            pic 9(3)  value zero.
       01  thr-idx              pic 9(3)  value zero.
       01  thr-table.
        03 thr-entry occurs 50 times.
         05 thr-mode            pic x(16).
         05 thr-secs            pic 9(9).

      *    sessions already alerted at the last poll, so that a hung
      *    session raises one alert per severity and not one per poll
       01  seen-count           pic 9(3)  value zero.
       01  seen-idx             pic 9(3)  value zero.
       01  seen-found           pic x     value "N".
        88 seen-was-found        value "Y".
       01  seen-table.
        03 seen-entry occurs 50 times.
         05 seen-pid            pic 9(9).
         05 seen-since          pic x(19).
         05 seen-severity       pic x(8).
       01  keep-count           pic 9(3)  value zero.
       01  keep-table.
        03 keep-entry occurs 50 times.
         05 keep-pid            pic 9(9).
         05 keep-since          pic x(19).
         05 keep-severity       pic x(8).

       01  current-date-time    pic x(21).
       01  run-stamp.
         03 run-stamp-date.
           05 run-stamp-yyyy    pic x(4).
           05 filler            pic x    value "-".
           05 run-stamp-mm      pic x(2).
           05 filler            pic x    value "-".
           05 run-stamp-dd      pic x(2).
         03 filler              pic x    value space.
         03 run-stamp-time.
           05 run-stamp-hh      pic x(2).
           05 filler            pic x    value ":".
           05 run-stamp-min     pic x(2).
           05 filler            pic x    value ":".
           05 run-stamp-ss      pic x(2).

           copy primes-session.

           copy primes-ui.

           copy primes-dal.

       procedure division.

           accept wdog-args from command-line.
           if wdog-args(1:1) >= '0' and wdog-args(1:1) <= '9'
             compute wdog-poll-seconds =
                     function numval(function trim(wdog-args)).
           if wdog-poll-seconds = zero
             move 60 to wdog-poll-seconds.

           move 'primeswdog'    to program-name.
           move 'start-session' to program-paragraph.
           move 'start'         to ui-methods.
           call "primesui" using primes-ui.

           if not ui-method-ok
             display "Emergency console message program stops."
                upon scherm
             stop run.

           accept operator-id from environment "PRIMES_OPERATOR".
           if operator-id = spaces
             move "watchdog" to operator-id.

           move 'log-message' to ui-methods.
           move 0451 to ui-message-number
           move 'Session watchdog starts polling.' to program-message.
           call "primesui" using primes-ui.

           perform g10-watch-loop until not wdog-keep-going.

           move 'log-message' to ui-methods.
           move 0452 to ui-message-number
           move 'Session watchdog stops.' to program-message.
           call "primesui" using primes-ui.

           move 'stop' to ui-methods.
           call "primesui" using primes-ui.

           stop run.

       g10-watch-loop.

           perform g20-check-command-file.

           if wdog-keep-going
             perform g30-load-thresholds
             perform g40-inspect-sessions
             call "C$SLEEP" using wdog-poll-seconds
           end-if.

       g20-check-command-file.

           open input fwdogcmd.
           if wdogcmd-status = "00"
             move "N" to wdogcmd-eof
             perform g21-read-command until wdogcmd-at-end
             close fwdogcmd
             call "CBL_DELETE_FILE" using wdogcmd-filename
           end-if.

       g21-read-command.

           read fwdogcmd
             at end move "Y" to wdogcmd-eof
           end-read.

           if not wdogcmd-at-end
             move spaces to wdog-command wdog-cmd-pid
                            wdog-cmd-operator
             unstring wdogcmd-buffer delimited by all space
               into wdog-command wdog-cmd-pid wdog-cmd-operator
             end-unstring
             evaluate function upper-case(wdog-command)
               when "STOP"
                 move "N" to wdog-continue
               when "CANCEL"
                 perform g50-cancel-session
               when other
                 continue
             end-evaluate
           end-if.

       g30-load-thresholds.

           move zero to thr-count.
           move 1800 to wdog-default-secs.

           open input fwdogdef.
           if wdogdef-status = "00"
             move "N" to wdogdef-eof
             perform g31-read-threshold until wdogdef-at-end
             close fwdogdef
           end-if.

       g31-read-threshold.

           read fwdogdef
             at end move "Y" to wdogdef-eof
           end-read.

           if not wdogdef-at-end
             move spaces to wdog-def-mode wdog-def-secs
             unstring wdogdef-buffer delimited by all space
               into wdog-def-mode wdog-def-secs
             end-unstring
             if wdog-def-mode not = spaces
               and wdog-def-mode(1:1) not = "*"
               and wdog-def-secs(1:1) >= '0'
               and wdog-def-secs(1:1) <= '9'
               if function lower-case(wdog-def-mode) = "default"
                 compute wdog-default-secs =
                         function numval(function trim(wdog-def-secs))
               else
                 if thr-count < 50
                   add 1 to thr-count
                   move function lower-case(wdog-def-mode)
                     to thr-mode(thr-count)
                   compute thr-secs(thr-count) =
                         function numval(function trim(wdog-def-secs))
                 end-if
               end-if
             end-if
           end-if.

       g40-inspect-sessions.

           move space     to dal-schema-name.
           move 'connect' to dal-methods.
           call "primes" using primes-dal.

           if dal-method-ok
             move 'session-scan' to dal-methods
             call "primes" using primes-dal
             if dal-method-ok
               move zero to keep-count
               perform g41-check-session
                 varying wd-idx from 1 by 1 until wd-idx > wd-count
               move keep-table to seen-table
               move keep-count to seen-count
             end-if
             perform g70-check-streams
             move 'disconnect' to dal-methods
             call "primes" using primes-dal
           else
             move 'log-message' to ui-methods
             move 0453 to ui-message-number
             move 'Watchdog cannot reach database, waiting.'
               to program-message
             call "primesui" using primes-ui.

      *    over the mode's limit is a warning; waiting on a lock or
      *    running twice the limit is critical
       g41-check-session.

           move wdog-default-secs to wdog-limit.
           perform g42-find-threshold
             varying thr-idx from 1 by 1 until thr-idx > thr-count.

           if wdog-limit > zero and wde-secs(wd-idx) > wdog-limit
             if wde-wait(wd-idx) = "Lock"
               or wde-secs(wd-idx) >= wdog-limit * 2
               move "CRIT" to wdog-severity
             else
               move "WARN" to wdog-severity
             end-if
             perform g43-check-seen
             if keep-count < 50
               add 1 to keep-count
               move wde-pid(wd-idx)   to keep-pid(keep-count)
               move wde-since(wd-idx) to keep-since(keep-count)
               move wdog-severity     to keep-severity(keep-count)
             end-if
             if not seen-was-found
               perform g44-raise-alert
             end-if
           end-if.

       g42-find-threshold.

           if thr-mode(thr-idx) = wde-mode(wd-idx)
             move thr-secs(thr-idx) to wdog-limit
           end-if.

       g43-check-seen.

           move "N" to seen-found.
           perform g45-compare-seen
             varying seen-idx from 1 by 1 until seen-idx > seen-count.

       g45-compare-seen.

           if seen-pid(seen-idx) = wde-pid(wd-idx)
             and seen-since(seen-idx) = wde-since(wd-idx)
             and seen-severity(seen-idx) = wdog-severity
             move "Y" to seen-found
           end-if.

       g44-raise-alert.

           move wde-pid(wd-idx)  to wdog-numeric-ed.
           move wde-secs(wd-idx) to wdog-secs-ed.
           move wdog-limit       to wdog-limit-ed.

           move wdog-severity to al-severity.
           move "WATCHDOG"    to al-source.
           move spaces to al-text.
           string 'pid '                          delimited by size
                  function trim(wdog-numeric-ed)  delimited by size
                  ' '                             delimited by size
                  function trim(wde-mode(wd-idx)) delimited by size
                  ' '                             delimited by size
                  function trim(wdog-secs-ed)     delimited by size
                  's over '                       delimited by size
                  function trim(wdog-limit-ed)    delimited by size
                  's '                            delimited by size
                  function trim(wde-state(wd-idx)) delimited by size
                  ' '                             delimited by size
                  function trim(wde-wait(wd-idx)) delimited by size
                  into al-text
           end-string.
           move 'alert-ingest' to dal-methods.
           call "primes" using primes-dal.

           move 'log-message' to ui-methods.
           move zero to ui-message-number.
           move spaces to program-message.
           string 'Watchdog '             delimited by size
                  wdog-severity           delimited by space
                  ': '                    delimited by size
                  al-text                 delimited by size
                  into program-message
           end-string.
           call "primesui" using primes-ui.

      *    a running stream's forecast is taken again at every poll,
      *    so that a step running long raises the deadline alert
      *    before the step itself has ended
       g70-check-streams.

           move 'stream-running' to dal-methods.
           call "primes" using primes-dal.

           if dal-method-ok
             perform g71-forecast-stream
               varying wdog-stream-idx from 1 by 1
               until wdog-stream-idx > sfr-count
           end-if.

       g71-forecast-stream.

           move sfr-name(wdog-stream-idx) to strm-name.
           move sfr-date(wdog-stream-idx) to strm-date.
           move "W" to sf-source.
           move 'stream-forecast' to dal-methods.
           call "primes" using primes-dal.

           if dal-method-ok and sf-breach-is-new
             move "CRIT"   to al-severity
             move "STREAM" to al-source
             move spaces to al-text
             string function trim(strm-name) delimited by size
                    ' predicted to end '     delimited by size
                    sf-predicted(12:5)       delimited by size
                    ' after deadline '       delimited by size
                    sf-deadline(12:5)        delimited by size
                    into al-text
             end-string
             move 'alert-ingest' to dal-methods
             call "primes" using primes-dal

             move 'log-message' to ui-methods
             move zero to ui-message-number
             move spaces to program-message
             string 'Watchdog CRIT: '        delimited by size
                    al-text                  delimited by size
                    into program-message
             end-string
             call "primesui" using primes-ui
           end-if.

       g50-cancel-session.

           if wdog-cmd-pid(1:1) >= '0' and wdog-cmd-pid(1:1) <= '9'
             and wdog-cmd-operator not = spaces
             compute wd-pid =
                     function numval(function trim(wdog-cmd-pid))
             perform g60-check-authorization
             move space     to dal-schema-name
             move 'connect' to dal-methods
             call "primes" using primes-dal
             if dal-method-ok
               perform g51-apply-cancel
             else
               move 'log-message' to ui-methods
               move 0453 to ui-message-number
               move 'Watchdog cannot reach database, waiting.'
                 to program-message
               call "primesui" using primes-ui
             end-if
           else
             move 'log-message' to ui-methods
             move 0457 to ui-message-number
             move 'Give a session and operator: CANCEL pid operator'
               to program-message
             call "primesui" using primes-ui.

       g51-apply-cancel.

           move wd-pid to wdog-numeric-ed.
           move 'log-message' to ui-methods.
           if auth-is-ok
             move 'session-cancel' to dal-methods
             call "primes" using primes-dal
             if dal-method-ok
               move "cancelled" to oa-outcome
               move 0455 to ui-message-number
               move 'Session cancelled.' to program-message
             else
               move "failed"    to oa-outcome
               move 0456 to ui-message-number
               move 'Session not cancelled, not found or not primes.'
                 to program-message
             end-if
           else
             move "refused"   to oa-outcome
             move 0454 to ui-message-number
             move 'Cancel refused: operator not authorized.'
               to program-message
           end-if.
           call "primesui" using primes-ui.

           move wdog-cmd-operator to dal-operator.
           move "primeswdog"      to oa-program.
           move "cancel"          to oa-action.
           move spaces to oa-detail.
           string 'database session pid '        delimited by size
                  function trim(wdog-numeric-ed) delimited by size
                  ' by watchdog command'         delimited by size
                  into oa-detail
           end-string.
           move 'audit-write' to dal-methods.
           call "primes" using primes-dal.

           move 'disconnect' to dal-methods.
           call "primes" using primes-dal.

       g60-check-authorization.

           move "N" to auth-ok-flag.
           move "N" to operators-eof.

      *    without the operator file nobody is authorized
           open input foperators.
           if operators-status not = "00"
             move 'log-message' to ui-methods
             move 0590 to ui-message-number
             move 'Refused: operator file primes_operators.dat missing.'
               to program-message
             call "primesui" using primes-ui
           else
             perform g61-scan-operator-line
               until operators-at-end or auth-is-ok
             close foperators.

       g61-scan-operator-line.

           read foperators
             at end move "Y" to operators-eof
           end-read.

           if not operators-at-end
             move space to auth-id auth-word1 auth-word2 auth-word3
             unstring operators-buffer delimited by all space
               into auth-id auth-word1 auth-word2 auth-word3
             end-unstring
             if auth-id = wdog-cmd-operator
               and auth-id not = spaces
               and auth-id(1:1) not = "*"
               if function upper-case(auth-word1) = "ALL"
                 or function upper-case(auth-word1) = "CANCEL"
                 or function upper-case(auth-word2) = "CANCEL"
                 or function upper-case(auth-word3) = "CANCEL"
                 move "Y" to auth-ok-flag
               end-if
             end-if
           end-if.
