
           copy primes-dal.

           copy primes-logon.

       procedure division.

           move 'primesmenu'    to program-name.
                upon scherm
             stop run.

           move 'primesmenu' to logon-program.
           move 'signon'     to logon-methods.
           call "primeslogon" using primes-logon.
           if not logon-method-ok
             move 'stop' to ui-methods
             call "primesui" using primes-ui
             stop run.
           move logon-operator to operator-id.

           perform m10-menu-loop until not menu-keep-going.

           move 'Primes menu session ends.' to program-message.
           call "primesui" using primes-ui.

           move 'signoff' to logon-methods.
           call "primeslogon" using primes-logon.

           move 'stop' to ui-methods.
           call "primesui" using primes-ui.

           accept menu-choice from console.
           move function upper-case(menu-choice) to menu-choice.

           move 'touch' to logon-methods.
           call "primeslogon" using primes-logon.
           if not logon-method-ok
             move "Q" to menu-choice.

           move space to menu-mode.
           evaluate function trim(menu-choice)
             when "1"  move "generate"    to menu-mode
             when "59" move "rerun"       to menu-mode
             when "60" move "close"       to menu-mode
             when "61" move "retention"   to menu-mode
             when "62" move "nthprime"    to menu-mode
             when "63" move "primecount"  to menu-mode
             when "64" move "primerange"  to menu-mode
             when "65" move "apsearch"    to menu-mode
             when "66" move "reportrace"  to menu-mode
             when "67" move "reportracecsv" to menu-mode
             when "68" move "gapfreq"     to menu-mode
             when "69" move "randprime"   to menu-mode
             when "70" move "issuereport" to menu-mode
             when "71" move "provenance"  to menu-mode
             when "72" move "userreport"  to menu-mode
             when "73" move "reportdiff"  to menu-mode
             when "74" move "deliveryreport" to menu-mode
             when "75" move "redeliver"   to menu-mode
             when "76" move "threeway"    to menu-mode
             when "77" move "inventory"   to menu-mode
             when "78" move "upgrade"     to menu-mode
             when "79" move "housekeep"   to menu-mode
             when "80" move "drift"       to menu-mode
             when "81" move "cfgapprove"  to menu-mode
             when "82" move "triggerreport" to menu-mode
             when "83" move "streamforecast" to menu-mode
             when "84" move "schedahead"  to menu-mode
             when "85" move "incidentreport" to menu-mode
             when "86" move "runbookcheck" to menu-mode
             when "87" move "timeline"    to menu-mode
             when "88" move "timelinecsv" to menu-mode
             when "89" move "loadtest"    to menu-mode
             when "90" move "hold"        to menu-mode
             when "91" move "holdlift"    to menu-mode
             when "92" move "holds"       to menu-mode
             when "93" move "yearclose"   to menu-mode
             when "94" move "secretreset" to menu-mode
             when "J"  perform m45-journal-menu
             when "Q"  move "N" to menu-continue
             when other
              upon scherm.
           display " 58 chargeback   59 rerun        60 close"
              upon scherm.
           display " 61 retention    62 nthprime     63 primecount"
              upon scherm.
           display " 64 primerange   65 apsearch     66 reportrace"
              upon scherm.
           display " 67 reportracecsv 68 gapfreq    69 randprime"
              upon scherm.
           display " 70 issuereport  71 provenance   72 userreport"
              upon scherm.
           display " 73 reportdiff   74 deliveryreport 75 redeliver"
              upon scherm.
           display " 76 threeway     77 inventory    78 upgrade"
              upon scherm.
           display " 79 housekeep    80 drift        81 cfgapprove"
              upon scherm.
           display " 82 triggerreport 83 streamforecast 84 schedahead"
              upon scherm.
           display " 85 incidentreport 86 runbookcheck 87 timeline"
              upon scherm.
           display " 88 timelinecsv  89 loadtest     90 hold"
              upon scherm.
           display " 91 holdlift     92 holds        93 yearclose"
              upon scherm.
           display " 94 secretreset" upon scherm.
           display "  J shift journal" upon scherm.
           display "  Q quit" upon scherm.
           move 0109 to ui-message-number
                             usage-month approval-mode
                             approval-decision subscriber-name
                             subscriber-dir benchmark-name
                             rate-mode loadtest-profile
                             hold-kind hold-ref hold-expires
                             hold-reason close-year
                             signon-operator.
           move zero      to rate-per-sec-cents rate-per-krow-cents.
           move "F"       to subscriber-format.
           move "N"       to benchmark-save loadtest-save.
           move zero      to client-quota approval-id hold-id.
           move zero      to range-low-number range-high-number.
           move 3         to ap-min-length.
           move zero      to ap-difference.
           move 4         to race-modulus.
           move space     to gap-band.
           move 1         to goldbach-cap.
           move 1000000   to density-band-width.
           move 90        to retain-days-other.
                 move space to menu-mode
               end-if

             when nthprime-mode or primecount-mode
               if nthprime-mode
                 move 0365 to acc-msgno
                 move 'Position of the prime (N):' to acc-prompt
               else
                 move 0366 to acc-msgno
                 move 'Count primes up to:'        to acc-prompt
               end-if
               move zero                       to acc-default
               perform m80-accept-number
               move acc-number
                 to lookup-number of primes-session
               if acc-number = zero
                 move 0114 to ui-message-number
                 move
             'A number is required.'
                   to program-message
                 move 'prompt' to ui-methods
                 call "primesui" using primes-ui
                 move space to menu-mode
               end-if

             when primerange-mode or apsearch-mode
               move 0367 to acc-msgno
               move 'Lowest number of the range:' to acc-prompt
               move zero                       to acc-default
               perform m80-accept-number
               move acc-number                 to range-low-number
               move 0368 to acc-msgno
               move 'Highest number of the range:' to acc-prompt
               move zero                       to acc-default
               perform m80-accept-number
               move acc-number                 to range-high-number
               if range-high-number < range-low-number
                 or range-high-number = zero
                 move 0370 to ui-message-number
                 move
             'The highest number must not be below the lowest.'
                   to program-message
                 move 'prompt' to ui-methods
                 call "primesui" using primes-ui
                 move space to menu-mode
               end-if
               if apsearch-mode and menu-mode not = space
                 move 0376 to acc-msgno
                 move 'Minimum progression length:' to acc-prompt
                 move 3                          to acc-default
                 perform m80-accept-number
                 move acc-number                 to ap-min-length
                 move 0377 to acc-msgno
                 move 'Common difference (0 = search all):'
                   to acc-prompt
                 move zero                       to acc-default
                 perform m80-accept-number
                 move acc-number                 to ap-difference
               end-if

             when reportrace-mode or reportracecsv-mode
               move 0384 to acc-msgno
               move 'Modulus for the residue classes:' to acc-prompt
               move 4                          to acc-default
               perform m80-accept-number
               move acc-number                 to race-modulus

             when gapfreq-mode
               move 0387 to acc-msgno
               move 'Band for the gap size table (empty for all):'
                 to acc-prompt
               perform m82-accept-text
               move acc-text                   to gap-band

             when randprime-mode
               move 0396 to acc-msgno
               move 'Size as D<digits> or B<band>:' to acc-prompt
               perform m82-accept-text
               move acc-text                   to rand-spec
               move 0397 to acc-msgno
               move 'How many primes:'         to acc-prompt
               move 1                          to acc-default
               perform m80-accept-number
               move acc-number                 to rand-count
               move 0398 to acc-msgno
               move 'Seed (0 = from the clock):' to acc-prompt
               move zero                       to acc-default
               perform m80-accept-number
               move acc-number                 to rand-seed
               move 0399 to acc-msgno
               move 'Purpose of the primes:'   to acc-prompt
               perform m82-accept-text
               move acc-text                   to rand-purpose
               move space                      to rand-requester

             when issuereport-mode
               move 0400 to acc-msgno
               move 'Month yyyy-mm (empty for all):' to acc-prompt
               perform m82-accept-text
               move acc-text                   to issue-month

             when provenance-mode
               move 0404 to acc-msgno
               move 'Number to trace (0 = breakdown by origin):'
                 to acc-prompt
               move zero                       to acc-default
               perform m80-accept-number
               move acc-number
                 to lookup-number of primes-session

             when userreport-mode
               move 0411 to acc-msgno
               move 'Report definition name:'  to acc-prompt
               perform m82-accept-text
               move acc-text                   to report-def-name
               move 0412 to acc-msgno
               move 'Output PRINT or CSV (empty = as defined):'
                 to acc-prompt
               perform m82-accept-text
               move acc-text                   to report-def-output
               if report-def-name = spaces
                 move 0413 to ui-message-number
                 move
             'A report definition name is required.'
                   to program-message
                 move 'prompt' to ui-methods
                 call "primesui" using primes-ui
                 move space to menu-mode
               end-if

             when reportdiff-mode
               move 0417 to acc-msgno
               move 'Catalog id of the earlier report:' to acc-prompt
               move zero                       to acc-default
               perform m80-accept-number
               move acc-number                 to diff-old-id
               move 0418 to acc-msgno
               move 'Catalog id of the later report:' to acc-prompt
               move zero                       to acc-default
               perform m80-accept-number
               move acc-number                 to diff-new-id
               if diff-old-id = zero or diff-new-id = zero
                 move 0419 to ui-message-number
                 move
             'Two catalog ids are required.'
                   to program-message
                 move 'prompt' to ui-methods
                 call "primesui" using primes-ui
                 move space to menu-mode
               end-if

             when upgrade-mode
               move 0445 to acc-msgno
               move 'CHECK to list only (empty = apply):'
                 to acc-prompt
               perform m82-accept-text
               move acc-text                   to upgrade-option

             when housekeep-mode
               move 0450 to acc-msgno
               move 'Dead-row percentage to vacuum (0 = default):'
                 to acc-prompt
               move zero                       to acc-default
               perform m80-accept-number
               move acc-number                 to housekeep-dead-pct

             when drift-mode
               move 0465 to acc-msgno
               move 'From date (YYYYMMDD):' to acc-prompt
               perform m82-accept-text
               move acc-text(1:8)              to drift-from-date
               move 0466 to acc-msgno
               move 'To date (YYYYMMDD, empty = today):'
                 to acc-prompt
               perform m82-accept-text
               move acc-text(1:8)              to drift-to-date
               if drift-from-date is not numeric
                 or ( drift-to-date not = spaces
                      and drift-to-date is not numeric )
                 move 0469 to ui-message-number
                 move
             'Dates must be given as YYYYMMDD.'
                   to program-message
                 move 'prompt' to ui-methods
                 call "primesui" using primes-ui
                 move space to menu-mode
               end-if

             when triggerreport-mode
               move 0486 to acc-msgno
               move 'Days of trigger chains to show:' to acc-prompt
               move 7                          to acc-default
               perform m80-accept-number
               move acc-number                 to trigger-report-days

             when schedahead-mode
               move 0500 to acc-msgno
               move 'Days to look ahead:'      to acc-prompt
               move 14                         to acc-default
               perform m80-accept-number
               move acc-number                 to ahead-days

             when timeline-mode or timelinecsv-mode
               move 0539 to acc-msgno
               move 'From (YYYYMMDD or YYYYMMDDHHMM):' to acc-prompt
               perform m82-accept-text
               move acc-text(1:12)             to timeline-from
               move 0540 to acc-msgno
               move 'To (YYYYMMDD or YYYYMMDDHHMM, empty = now):'
                 to acc-prompt
               perform m82-accept-text
               move acc-text(1:12)             to timeline-to
               if timeline-from(1:8) is not numeric
                 or ( timeline-to(1:8) not = spaces
                      and timeline-to(1:8) is not numeric )
                 move 0538 to ui-message-number
                 move
             'Times must be given as YYYYMMDD or YYYYMMDDHHMM.'
                   to program-message
                 move 'prompt' to ui-methods
                 call "primesui" using primes-ui
                 move space to menu-mode
               end-if

             when incidentreport-mode
               move 0504 to acc-msgno
               move 'Incident month YYYYMM (empty = current):'
                 to acc-prompt
               perform m82-accept-text
               move acc-text(1:6)              to usage-month

             when streamforecast-mode
               move 0493 to acc-msgno
               move 'Days of stream nights to show:' to acc-prompt
               move 14                         to acc-default
               perform m80-accept-number
               move acc-number                 to stream-report-days

             when cfgapprove-mode
               move 0467 to acc-msgno
               move 'Control file name:' to acc-prompt
               perform m82-accept-text
               move acc-text                   to cfg-file-name
               move 0468 to acc-msgno
               move 'Version to approve (0 = latest):'
                 to acc-prompt
               move zero                       to acc-default
               perform m80-accept-number
               move acc-number                 to cfg-version

             when deliveryreport-mode
               move 0429 to acc-msgno
               move 'Recipient (empty for all):' to acc-prompt
               perform m82-accept-text
               move acc-text                   to deliver-recipient

             when redeliver-mode
               move 0427 to acc-msgno
               move 'Catalog id of the report to send again:'
                 to acc-prompt
               move zero                       to acc-default
               perform m80-accept-number
               move acc-number                 to deliver-cat-id
               move 0428 to acc-msgno
               move 'Recipient:'               to acc-prompt
               perform m82-accept-text
               move acc-text                   to deliver-recipient
               if deliver-cat-id = zero or deliver-recipient = spaces
                 move 0430 to ui-message-number
                 move
             'A catalog id and a recipient are required.'
                   to program-message
                 move 'prompt' to ui-methods
                 call "primesui" using primes-ui
                 move space to menu-mode
               end-if

             when audit-primes
               move 0130 to acc-msgno
               move 'Audit sample size:'       to acc-prompt
                 end-if
               end-if

             when loadtest-mode
               if env-name = spaces
                 move 0541 to ui-message-number
                 move
             'Load test refused: name a test schema explicitly.'
                   to program-message
                 move 'prompt' to ui-methods
                 call "primesui" using primes-ui
                 move space to menu-mode
               else
                 move 0553 to acc-msgno
                 move 'Load test profile (empty = default):'
                   to acc-prompt
                 perform m82-accept-text
                 move acc-text(1:16)           to loadtest-profile
                 move 0554 to acc-msgno
                 move 'Type SAVE to store this run as baseline:'
                   to acc-prompt
                 perform m82-accept-text
                 move "N" to loadtest-save
                 if function upper-case(acc-text(1:4)) = "SAVE"
                   move "Y" to loadtest-save
                 end-if
               end-if

             when hold-mode
               move 0568 to acc-msgno
               move 'Hold kind (RUN, CATALOG, BATCH, CLIENT, DATE):'
                 to acc-prompt
               perform m82-accept-text
               move function upper-case(acc-text(1:8)) to hold-kind
               move 0569 to acc-msgno
               move 'Run, entry or batch number, client or date(s):'
                 to acc-prompt
               perform m82-accept-text
               move acc-text                   to hold-ref
               move 0570 to acc-msgno
               move 'Expiry date YYYYMMDD (empty = none):'
                 to acc-prompt
               perform m82-accept-text
               move acc-text(1:8)              to hold-expires
               move 0571 to acc-msgno
               move 'Reason for the hold:'     to acc-prompt
               perform m83-show-prompt
               accept hold-reason from console

             when yearclose-mode
               move 0574 to acc-msgno
               move 'Year YYYY (empty = previous year):'
                 to acc-prompt
               perform m82-accept-text
               move acc-text(1:4)              to close-year

             when secretreset-mode
               move 0596 to acc-msgno
               move 'Operator to issue a temporary secret to:'
                 to acc-prompt
               perform m82-accept-text
               move acc-text(1:16)             to signon-operator

             when holdlift-mode
               move 0572 to acc-msgno
               move 'Hold id to lift:'         to acc-prompt
               move zero                       to acc-default
               perform m80-accept-number
               move acc-number                 to hold-id

             when bandstat-mode
               move 0299 to acc-msgno
               move 'Option (empty, CHECK or REBUILD):'
           accept jrn-input from console.
           move function upper-case(jrn-input(1:1)) to jrn-input(1:1).

           move 'touch' to logon-methods.
           call "primeslogon" using primes-logon.
           if not logon-method-ok
             move "Q" to jrn-input
             move "N" to menu-continue.

           evaluate jrn-input(1:1)
             when 'A'
               perform m47-journal-add
