        88 profile-was-found     value "Y".
       01  profile-name         pic x(16) value space.
       01  profile-line-name    pic x(16) value space.
       01  commandline-args     pic x(132).
       01  cmd-mode             pic x(16).
       01  cmd-ceiling          pic x(20).
       01  cmd-env              pic x(32).
       01  cmd-param4           pic x(32).
       01  cmd-param5           pic x(16).
       01  cmd-ap-length        pic x(16).
       01  cmd-ap-diff          pic x(16).
       01  cmd-rand-count       pic x(16).
       01  cmd-rand-seed        pic x(20).
       01  cmd-rand-requester   pic x(16).
       01  cmd-rand-purpose     pic x(32).
       01  cmd-pointer          pic 9(3)  value zero.
       01  cmd-ceiling-numeric  pic 9(18) value zero.
       01  default-ceiling      pic 9(18)
                                value 999999999999999999.
       01  raw-commandline-args pic x(132).
       01  current-date-time    pic x(21).
       01  run-stamp.
         03 run-stamp-date.

           copy primes-ui.

           copy primes-logon.

       procedure division.

           accept commandline-args from command-line.
               end-if
               move cmd-env         to env-name

             when cmd-mode = "nthprime" or cmd-mode = "primecount"
               move zero            to lookup-number
               if cmd-ceiling(1:1) >= '0' and cmd-ceiling(1:1) <= '9'
                 compute lookup-number =
                         function numval(function trim(cmd-ceiling))
               end-if
               move cmd-env         to env-name

             when cmd-mode = "primerange"
               move zero            to range-low-number
                                       range-high-number
               if cmd-ceiling(1:1) >= '0' and cmd-ceiling(1:1) <= '9'
                 compute range-low-number =
                         function numval(function trim(cmd-ceiling))
               end-if
               if cmd-env(1:1) >= '0' and cmd-env(1:1) <= '9'
                 compute range-high-number =
                         function numval(function trim(cmd-env))
               end-if
               move cmd-param4      to env-name

             when cmd-mode = "reportrace"
               or cmd-mode = "reportracecsv"
               move 4               to race-modulus
               if cmd-ceiling(1:1) >= '0' and cmd-ceiling(1:1) <= '9'
                 compute race-modulus =
                         function numval(function trim(cmd-ceiling))
               end-if
               move cmd-env         to env-name

             when cmd-mode = "gapfreq"
               move cmd-ceiling     to env-name
               move cmd-env         to gap-band

             when cmd-mode = "randprime"
               move cmd-ceiling     to rand-spec
               move 1               to rand-count
               move zero            to rand-seed
               move spaces          to cmd-rand-count cmd-rand-seed
               unstring cmd-env delimited by "/"
                   into cmd-rand-count cmd-rand-seed
               end-unstring
               if cmd-rand-count(1:1) >= '0'
                  and cmd-rand-count(1:1) <= '9'
                 compute rand-count =
                         function numval(function trim(cmd-rand-count))
               end-if
               if cmd-rand-seed(1:1) >= '0'
                  and cmd-rand-seed(1:1) <= '9'
                 compute rand-seed =
                         function numval(function trim(cmd-rand-seed))
               end-if
               move spaces          to cmd-rand-requester
                                       cmd-rand-purpose
               unstring cmd-param4 delimited by "/"
                   into cmd-rand-requester cmd-rand-purpose
               end-unstring
               move cmd-rand-requester to rand-requester
               move cmd-rand-purpose   to rand-purpose
               move cmd-param5      to env-name

             when cmd-mode = "provenance"
               move cmd-ceiling     to env-name
               move zero            to lookup-number
               if cmd-env(1:1) >= '0' and cmd-env(1:1) <= '9'
                 compute lookup-number =
                         function numval(function trim(cmd-env))
               end-if

             when cmd-mode = "userreport"
               move cmd-ceiling     to report-def-name
               move cmd-env         to env-name
               move cmd-param4      to report-def-output

             when cmd-mode = "reportdiff"
               move zero            to diff-old-id diff-new-id
               if cmd-ceiling(1:1) >= '0' and cmd-ceiling(1:1) <= '9'
                 compute diff-old-id =
                         function numval(function trim(cmd-ceiling))
               end-if
               if cmd-env(1:1) >= '0' and cmd-env(1:1) <= '9'
                 compute diff-new-id =
                         function numval(function trim(cmd-env))
               end-if
               move cmd-param4      to env-name

             when cmd-mode = "deliveryreport"
               move cmd-ceiling     to env-name
               move cmd-env         to deliver-recipient

             when cmd-mode = "redeliver"
               move zero            to deliver-cat-id
               if cmd-ceiling(1:1) >= '0' and cmd-ceiling(1:1) <= '9'
                 compute deliver-cat-id =
                         function numval(function trim(cmd-ceiling))
               end-if
               move cmd-env         to deliver-recipient
               move cmd-param4      to env-name

             when cmd-mode = "threeway"
               move cmd-ceiling     to env-name

             when cmd-mode = "inventory"
               move cmd-ceiling     to env-name

             when cmd-mode = "upgrade"
               move cmd-ceiling     to env-name
               move cmd-env         to upgrade-option

             when cmd-mode = "drift"
               move cmd-ceiling     to env-name
               move cmd-env(1:8)    to drift-from-date
               move cmd-param4(1:8) to drift-to-date

             when cmd-mode = "cfgapprove"
               move cmd-ceiling     to env-name
               move cmd-env         to cfg-file-name
               if cmd-param4(1:1) >= '0' and cmd-param4(1:1) <= '9'
                 compute cfg-version =
                         function numval(function trim(cmd-param4))
               end-if

             when cmd-mode = "schedahead"
               move cmd-ceiling     to env-name
               if cmd-env(1:1) >= '0' and cmd-env(1:1) <= '9'
                 compute ahead-days =
                         function numval(function trim(cmd-env))
               end-if

             when cmd-mode = "runbookcheck"
               move cmd-ceiling     to env-name

             when cmd-mode = "timeline"
               or cmd-mode = "timelinecsv"
               if cmd-ceiling(1:1) >= '0' and cmd-ceiling(1:1) <= '9'
                 move space           to env-name
                 move cmd-ceiling(1:12) to timeline-from
                 move cmd-env(1:12)   to timeline-to
               else
                 move cmd-ceiling     to env-name
                 move cmd-env(1:12)   to timeline-from
                 move cmd-param4(1:12) to timeline-to
               end-if

             when cmd-mode = "incidentreport"
               move cmd-ceiling     to env-name
               move space           to usage-month
               if cmd-env(1:1) >= '0' and cmd-env(1:1) <= '9'
                 move cmd-env(1:6)  to usage-month
               end-if

             when cmd-mode = "streamforecast"
               move cmd-ceiling     to env-name
               if cmd-env(1:1) >= '0' and cmd-env(1:1) <= '9'
                 compute stream-report-days =
                         function numval(function trim(cmd-env))
               end-if

             when cmd-mode = "triggerreport"
               move cmd-ceiling     to env-name
               if cmd-env(1:1) >= '0' and cmd-env(1:1) <= '9'
                 compute trigger-report-days =
                         function numval(function trim(cmd-env))
               end-if

             when cmd-mode = "housekeep"
               move cmd-ceiling     to env-name
               if cmd-env(1:1) >= '0' and cmd-env(1:1) <= '9'
                 compute housekeep-dead-pct =
                         function numval(function trim(cmd-env))
               end-if

             when cmd-mode = "issuereport"
               move cmd-ceiling     to env-name
               move cmd-env         to issue-month

             when cmd-mode = "apsearch"
               move zero            to range-low-number
                                       range-high-number
                                       ap-difference
               move 3               to ap-min-length
               if cmd-ceiling(1:1) >= '0' and cmd-ceiling(1:1) <= '9'
                 compute range-low-number =
                         function numval(function trim(cmd-ceiling))
               end-if
               if cmd-env(1:1) >= '0' and cmd-env(1:1) <= '9'
                 compute range-high-number =
                         function numval(function trim(cmd-env))
               end-if
               move spaces          to cmd-ap-length cmd-ap-diff
               unstring cmd-param4 delimited by "/"
                   into cmd-ap-length cmd-ap-diff
               end-unstring
               if cmd-ap-length(1:1) >= '0'
                  and cmd-ap-length(1:1) <= '9'
                 compute ap-min-length =
                         function numval(function trim(cmd-ap-length))
               end-if
               if cmd-ap-diff(1:1) >= '0' and cmd-ap-diff(1:1) <= '9'
                 compute ap-difference =
                         function numval(function trim(cmd-ap-diff))
               end-if
               move cmd-param5      to env-name

             when cmd-mode = "digest" or cmd-mode = "slacheck"
               move space           to digest-date
               if cmd-ceiling(1:1) >= '0' and cmd-ceiling(1:1) <= '9'
               end-if
               move cmd-env         to env-name

             when cmd-mode = "yearclose"
               move space           to close-year
               if cmd-ceiling(1:4) is numeric
                 move cmd-ceiling(1:4) to close-year
                 move cmd-env       to env-name
               else
                 move cmd-ceiling   to env-name
               end-if

             when cmd-mode = "drill"
               move cmd-ceiling     to env-name
               move cmd-env         to reconcile-target
                 move "Y"           to benchmark-save
               end-if

             when cmd-mode = "loadtest"
               move cmd-ceiling     to env-name
               move cmd-env(1:16)   to loadtest-profile
               move "N"             to loadtest-save
               if cmd-env = "SAVE"
                 move space         to loadtest-profile
                 move "Y"           to loadtest-save
               end-if
               if cmd-param4 = "SAVE"
                 move "Y"           to loadtest-save
               end-if

      *    hold <env> <kind>/<ref> <expiry or -> <reason ...>, the
      *    reason runs to the end of the line; from a profile it is
      *    the single fifth word
             when cmd-mode = "hold"
               move cmd-ceiling     to env-name
               move space           to hold-kind hold-ref
               unstring cmd-env delimited by "/"
                 into hold-kind hold-ref
               end-unstring
               move space           to hold-expires
               if cmd-param4 not = "-"
                 move cmd-param4(1:8) to hold-expires
               end-if
               move cmd-param5      to hold-reason
               if not profile-was-found
                 move 1 to cmd-pointer
                 unstring raw-commandline-args delimited by all space
                   into cmd-mode cmd-ceiling cmd-env cmd-param4
                   with pointer cmd-pointer
                 end-unstring
                 move space to hold-reason
                 if cmd-pointer < 133
                   move raw-commandline-args(cmd-pointer:)
                     to hold-reason
                 end-if
               end-if

             when cmd-mode = "holdlift"
               move cmd-ceiling     to env-name
               move zero            to hold-id
               if cmd-env(1:1) >= '0' and cmd-env(1:1) <= '9'
                 compute hold-id =
                         function numval(function trim(cmd-env))
               end-if

             when cmd-mode = "holds"
               move cmd-ceiling     to env-name

             when cmd-mode = "secretreset"
               move cmd-ceiling(1:16) to signon-operator
               move space           to env-name

             when cmd-mode = "bandstat"
               move cmd-ceiling     to class-filter
               move cmd-env         to env-name
                  or cmd-mode = "genworker"
                  or cmd-mode = "rollback"
                  or cmd-mode = "benchmark"
                  or cmd-mode = "loadtest"
                  or cmd-mode = "drill"
                  or cmd-mode = "close"
                  or cmd-mode = "selftest")
             display "Operator id:" upon scherm
             accept operator-id from console.

           perform r90-start-session.

           if cmd-mode = "approve" or cmd-mode = "secretreset"
              or cmd-mode = "reqdestroy" or cmd-mode = "hold"
              or cmd-mode = "holdlift" or cmd-mode = "cfgapprove"
              or cmd-mode = "yearclose"
             perform r88-sign-on.

           evaluate true

             when report-primes

               perform r92-generate-primes

             when nthprime-mode

               move 'log-message' to ui-methods
               move 0359 to ui-message-number
               move 'Nth-prime query starts.'
               to program-message
               call "primesui" using primes-ui

               move "nthprime" to methods

               perform r92-generate-primes

             when primecount-mode

               move 'log-message' to ui-methods
               move 0360 to ui-message-number
               move 'Prime count query starts.'
               to program-message
               call "primesui" using primes-ui

               move "primecount" to methods

               perform r92-generate-primes

             when primerange-mode

               move 'log-message' to ui-methods
               move 0361 to ui-message-number
               move 'Primes-in-range listing starts.'
               to program-message
               call "primesui" using primes-ui

               move "primerange" to methods

               perform r92-generate-primes

             when apsearch-mode

               move 'log-message' to ui-methods
               move 0375 to ui-message-number
               move 'Arithmetic progression search starts.'
               to program-message
               call "primesui" using primes-ui

               move "apsearch" to methods

               perform r92-generate-primes

             when reportrace-mode

               move 'log-message' to ui-methods
               move 0379 to ui-message-number
               move 'Prime race report starts.'
               to program-message
               call "primesui" using primes-ui

               move "reportrace" to methods

               perform r92-generate-primes

             when reportracecsv-mode

               move 'log-message' to ui-methods
               move 0380 to ui-message-number
               move 'Prime race csv extract starts.'
               to program-message
               call "primesui" using primes-ui

               move "reportracecsv" to methods

               perform r92-generate-primes

             when gapfreq-mode

               move 'log-message' to ui-methods
               move 0385 to ui-message-number
               move 'Gap frequency report starts.'
               to program-message
               call "primesui" using primes-ui

               move "gapfreq" to methods

               perform r92-generate-primes

             when randprime-mode

               move 'log-message' to ui-methods
               move 0390 to ui-message-number
               move 'Random prime issuance starts.'
               to program-message
               call "primesui" using primes-ui

               move "randprime" to methods

               perform r92-generate-primes

             when issuereport-mode

               move 'log-message' to ui-methods
               move 0393 to ui-message-number
               move 'Random prime issuance report starts.'
               to program-message
               call "primesui" using primes-ui

               move "issuereport" to methods

               perform r92-generate-primes

             when provenance-mode

               move 'log-message' to ui-methods
               move 0401 to ui-message-number
               move 'Provenance report starts.'
               to program-message
               call "primesui" using primes-ui

               move "provenance" to methods

               perform r92-generate-primes

             when userreport-mode

               move 'log-message' to ui-methods
               move 0405 to ui-message-number
               move 'User-defined report starts.'
               to program-message
               call "primesui" using primes-ui

               move "userreport" to methods

               perform r92-generate-primes

             when reportdiff-mode

               move 'log-message' to ui-methods
               move 0414 to ui-message-number
               move 'Catalogued report compare starts.'
               to program-message
               call "primesui" using primes-ui

               move "reportdiff" to methods

               perform r92-generate-primes

             when deliveryreport-mode

               move 'log-message' to ui-methods
               move 0420 to ui-message-number
               move 'Delivery report starts.'
               to program-message
               call "primesui" using primes-ui

               move "deliveryreport" to methods

               perform r92-generate-primes

             when redeliver-mode

               move 'log-message' to ui-methods
               move 0421 to ui-message-number
               move 'Redelivery starts.'
               to program-message
               call "primesui" using primes-ui

               move "redeliver" to methods

               perform r92-generate-primes

             when threeway-mode

               move 'log-message' to ui-methods
               move 0431 to ui-message-number
               move 'Three-way reconciliation starts.'
               to program-message
               call "primesui" using primes-ui

               move "threeway" to methods

               perform r92-generate-primes

             when inventory-mode

               move 'log-message' to ui-methods
               move 0438 to ui-message-number
               move 'Environment inventory starts.'
               to program-message
               call "primesui" using primes-ui

               move "inventory" to methods

               perform r92-generate-primes

             when upgrade-mode

               move 'log-message' to ui-methods
               move 0444 to ui-message-number
               move 'Schema upgrade starts.'
               to program-message
               call "primesui" using primes-ui

               move "upgrade" to methods

               perform r92-generate-primes

             when housekeep-mode

               move 'log-message' to ui-methods
               move 0449 to ui-message-number
               move 'Database housekeeping starts.'
               to program-message
               call "primesui" using primes-ui

               move "housekeep" to methods

               perform r92-generate-primes

             when drift-mode

               move 'log-message' to ui-methods
               move 0463 to ui-message-number
               move 'Control file drift report starts.'
               to program-message
               call "primesui" using primes-ui

               move "drift" to methods

               perform r92-generate-primes

             when schedahead-mode

               move 'log-message' to ui-methods
               move 0496 to ui-message-number
               move 'Schedule look-ahead starts.'
               to program-message
               call "primesui" using primes-ui

               move "schedahead" to methods

               perform r92-generate-primes

             when runbookcheck-mode

               move 'log-message' to ui-methods
               move 0532 to ui-message-number
               move 'Runbook completeness check starts.'
               to program-message
               call "primesui" using primes-ui

               move "runbookcheck" to methods

               perform r92-generate-primes

             when timeline-mode

               move 'log-message' to ui-methods
               move 0533 to ui-message-number
               move 'Event timeline starts.'
               to program-message
               call "primesui" using primes-ui

               move "timeline" to methods

               perform r92-generate-primes

             when loadtest-mode

               move 'log-message' to ui-methods
               move 0552 to ui-message-number
               move 'Service load test starts.'
               to program-message
               call "primesui" using primes-ui

               move "loadtest" to methods

               perform r92-generate-primes

             when hold-mode

               move 'log-message' to ui-methods
               move 0557 to ui-message-number
               move 'Legal hold placement starts.'
               to program-message
               call "primesui" using primes-ui

               move "hold" to methods

               perform r92-generate-primes

             when holdlift-mode

               move 'log-message' to ui-methods
               move 0558 to ui-message-number
               move 'Legal hold lift starts.'
               to program-message
               call "primesui" using primes-ui

               move "holdlift" to methods

               perform r92-generate-primes

             when holdlist-mode

               move 'log-message' to ui-methods
               move 0559 to ui-message-number
               move 'Legal hold listing starts.'
               to program-message
               call "primesui" using primes-ui

               move "holds" to methods

               perform r92-generate-primes

             when timelinecsv-mode

               move 'log-message' to ui-methods
               move 0534 to ui-message-number
               move 'Event timeline csv extract starts.'
               to program-message
               call "primesui" using primes-ui

               move "timelinecsv" to methods

               perform r92-generate-primes

             when incidentreport-mode

               move 'log-message' to ui-methods
               move 0501 to ui-message-number
               move 'Incident report starts.'
               to program-message
               call "primesui" using primes-ui

               move "incidentreport" to methods

               perform r92-generate-primes

             when streamforecast-mode

               move 'log-message' to ui-methods
               move 0491 to ui-message-number
               move 'Stream forecast report starts.'
               to program-message
               call "primesui" using primes-ui

               move "streamforecast" to methods

               perform r92-generate-primes

             when triggerreport-mode

               move 'log-message' to ui-methods
               move 0485 to ui-message-number
               move 'Trigger chain report starts.'
               to program-message
               call "primesui" using primes-ui

               move "triggerreport" to methods

               perform r92-generate-primes

             when cfgapprove-mode

               move 'log-message' to ui-methods
               move 0464 to ui-message-number
               move 'Control file approval starts.'
               to program-message
               call "primesui" using primes-ui

               move "cfgapprove" to methods

               perform r92-generate-primes

             when retention-mode

               move 'log-message' to ui-methods

               perform r92-generate-primes

             when secretreset-mode

               move 'log-message' to ui-methods
               move 0591 to ui-message-number
               move 'Operator secret reset starts.'
               to program-message
               call "primesui" using primes-ui

               move "secretreset" to methods

               perform r92-generate-primes

             when yearclose-mode

               move 'log-message' to ui-methods
               move 0573 to ui-message-number
               move 'Year-end close starts.'
               to program-message
               call "primesui" using primes-ui

               move "yearclose" to methods

               perform r92-generate-primes

             when rerun-mode

               move 'log-message' to ui-methods
           to program-message.
           call "primesui" using primes-ui.

           if logon-is-signed-on
             move 'signoff' to logon-methods
             call "primeslogon" using primes-logon.

           move 'stop'     to methods.
           perform r99-stop-session.


           stop run.

      *    modes that act on the authority of the operator run only
      *    under an operator who signed on with a secret; the signed-on
      *    id replaces whatever PRIMES_OPERATOR named
       r88-sign-on.

           move operator-id  to logon-operator.
           move 'primesmain' to logon-program.
           move 'signon'     to logon-methods.
           call "primeslogon" using primes-logon.

           if not logon-method-ok
             move 'stop'     to ui-methods
             perform r99-stop-session
             move 1 to return-code
             stop run.

           move logon-operator to operator-id.

       r85-load-profile.

           move cmd-ceiling to profile-name.
