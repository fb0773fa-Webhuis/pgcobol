         select fmsnote assign to dynamic msnote-filename
         organization line sequential
         file status is msnote-status.
         select fincdef assign to "primes_incident.def"
         organization line sequential
         file status is incdef-status.

       data division.
       file section.
       01 failmarker-buffer pic x(132).
       fd fmsnote.
       01 msnote-buffer pic x(80).
       fd fincdef.
       01 incdef-buffer pic x(80).

       working-storage section.
       01  filler               pic x(32) value "Start WS primesalrt".
       01  ml-scan-idx          pic 9(3)  value zero.
       01  ml-kind-work         pic x(5)  value space.

      *    incidents: the console lists the incidents not yet closed;
      *    grouping rules in primes_incident.def are
      *    "<rule> <alert source or *> <window minutes>"
       01  incdef-status        pic x(2)  value space.
       01  incdef-eof           pic x     value "N".
        88 incdef-at-end         value "Y".
       01  alrt-inc-continue    pic x     value "Y".
        88 alrt-inc-keep-going   value "Y".
       01  alrt-cmd-arg2        pic x(16) value space.
       01  alrt-text            pic x(60) value space.
       01  alrt-method          pic x(32) value space.
       01  alrt-call-ok         pic x     value "N".
        88 alrt-call-was-ok      value "Y".
       01  alrt-grouped         pic 9(9)  value zero.
       01  alrt-grouped-ed      pic z(8)9.
       01  alrt-incident-ed     pic z(8)9.
       01  alrt-rule-name       pic x(16) value space.
       01  alrt-rule-source     pic x(16) value space.
       01  alrt-rule-window     pic x(16) value space.
       01  inl-display-idx      pic 9(3)  value zero.

      *    runbook steps of an alert, each step done is written to
      *    the operator audit
       01  rbk-alert-idx        pic 9(3)  value zero.
       01  rbk-step-idx         pic 9(2)  value zero.
       01  rbk-answer           pic x(8)  value space.
       01  rbk-walking          pic x     value "N".
        88 rbk-is-walking        value "Y".
       01  rbk-step-ed          pic 99.
       01  rbk-count-ed         pic z9.

       01  current-date-time    pic x(21).
       01  run-stamp.
         03 run-stamp-date.

           copy primes-dal.

           copy primes-book.

           copy primes-logon.

       procedure division.

           accept alrt-args from command-line.
                upon scherm
             stop run.

      *    the scheduled sweep runs as PRIMES_OPERATOR, the console
      *    needs a sign-on
           if function upper-case(function trim(alrt-args)) = "SWEEP"
             accept alrt-operator from environment "PRIMES_OPERATOR"
             perform a20-sweep-sources
           else
             move 'primesalrt' to logon-program
             move 'signon'     to logon-methods
             call "primeslogon" using primes-logon
             if logon-method-ok
               move logon-operator to alrt-operator
               perform a10-console-loop until not alrt-keep-going
               move 'signoff' to logon-methods
               call "primeslogon" using primes-logon
             end-if
           end-if.

           move 'log-message' to ui-methods.
           move 0209 to ui-message-number.

           move 0201 to ui-message-number
           move
            'A)ck/C)lose/B)ook nnn I)ncidents S)weep R)efresh Q)uit:'
             to program-message
           move 'prompt' to ui-methods
           call "primesui" using primes-ui.
           unstring alrt-input delimited by all space
             into alrt-command alrt-cmd-arg
           end-unstring.

           move 'touch' to logon-methods.
           call "primeslogon" using primes-logon.
           if not logon-method-ok
             move "Q" to alrt-command.
           move function upper-case(alrt-command(1:1))
             to alrt-command(1:1).

             when 'A'
               move "acknowledged" to al-action
               perform a40-set-alert
             when 'B'
               perform a70-walk-runbook
             when 'I'
               move "Y" to alrt-inc-continue
               perform a50-incident-console
                 until not alrt-inc-keep-going
             when 'C'
               move "closed"       to al-action
               perform a40-set-alert
             end-if
             perform a21-sweep-failure-marker
             perform a22-sweep-milestone-notes
             perform a61-apply-grouping-rules
             move 'disconnect' to dal-methods
             call "primes" using primes-dal

             move alrt-swept   to alrt-numeric-ed
             move alrt-grouped to alrt-grouped-ed
             move 'log-message' to ui-methods
             move spaces to program-message
             string 'Alert sweep complete, '  delimited by size
                    alrt-numeric-ed           delimited by size
                    ' new alert(s),'          delimited by size
                    alrt-grouped-ed           delimited by size
                    ' grouped.'               delimited by size
                    into program-message
             end-string
             call "primesui" using primes-ui

       a31-show-alert-row.

           move ae-id(al-display-idx)       to alrt-numeric-ed.
           move ae-incident(al-display-idx) to alrt-incident-ed.
           display "  " alrt-numeric-ed " "
                   ae-created(al-display-idx) " "
                   ae-severity(al-display-idx) " "
                   ae-status(al-display-idx) " "
                   ae-source(al-display-idx) " "
                   alrt-incident-ed " "
                   ae-text(al-display-idx)
              upon scherm.

           move 'alert' to book-methods.
           move ae-msgno(al-display-idx)   to book-msgno.
           move ae-sqlcode(al-display-idx) to book-sqlcode.
           move ae-source(al-display-idx)  to book-source.
           call "primesbook" using primes-book.
           if book-method-ok
             move book-step-count to rbk-count-ed
             display "             runbook " book-type " "
                     function trim(book-key) ", "
                     rbk-count-ed " step(s): "
                     book-step-text(1)(1:50)
                upon scherm
           end-if.

       a40-set-alert.

           if alrt-cmd-arg(1:1) >= '0' and alrt-cmd-arg(1:1) <= '9'
               to program-message
             move 'prompt' to ui-methods
             call "primesui" using primes-ui.

       a50-incident-console.

           perform a51-show-incidents.

           move 0509 to ui-message-number
           move
            'O)pen J)oin nnn iii A)ck U)pdate C)lose iii G)roup Q)uit:'
             to program-message
           move 'prompt' to ui-methods
           call "primesui" using primes-ui.

           accept alrt-input from console.
           move space to alrt-command alrt-cmd-arg alrt-cmd-arg2.
           unstring alrt-input delimited by all space
             into alrt-command alrt-cmd-arg alrt-cmd-arg2
           end-unstring.
           move function upper-case(alrt-command(1:1))
             to alrt-command(1:1).

           move 'touch' to logon-methods.
           call "primeslogon" using primes-logon.
           if not logon-method-ok
             move "Q" to alrt-command
             move "N" to alrt-continue.

           evaluate alrt-command(1:1)
             when 'O'
               perform a52-open-incident
             when 'J'
               perform a53-join-alert
             when 'A'
               perform a54-ack-incident
             when 'U'
               perform a55-update-incident
             when 'C'
               perform a56-close-incident
             when 'G'
               perform a60-group-alerts
             when 'Q'
               move "N" to alrt-inc-continue
             when other
               move 0146 to ui-message-number
               move
             'Unrecognised option.'
                 to program-message
               move 'prompt' to ui-methods
               call "primesui" using primes-ui
           end-evaluate.

       a51-show-incidents.

           move 'incident-list' to alrt-method.
           perform a59-incident-call.

           if alrt-call-was-ok
             display " " upon scherm
             if inl-count = zero
               move 0523 to ui-message-number
               move 'No open incidents.' to program-message
               move 'prompt' to ui-methods
               call "primesui" using primes-ui
             else
               perform a58-show-incident-row
                       varying inl-display-idx from 1 by 1
                       until inl-display-idx > inl-count
             end-if
           else
             move 0524 to ui-message-number
             move 'Incident listing failed.' to program-message
             move 'prompt' to ui-methods
             call "primesui" using primes-ui.

      *    an alert id after O attaches that alert straight away
       a52-open-incident.

           move spaces to inc-title inc-cause inc-impact.

           move 0505 to ui-message-number.
           move 'Incident title:' to program-message.
           perform a57-accept-text.
           move alrt-text to inc-title.

           if inc-title = spaces
             move 0508 to ui-message-number
             move 'An incident needs a title.' to program-message
             move 'prompt' to ui-methods
             call "primesui" using primes-ui
           else
             move 0506 to ui-message-number
             move 'Cause (DB, DISK, CONFIG, DATA, ...):'
               to program-message
             perform a57-accept-text
             move alrt-text to inc-cause
             move 0507 to ui-message-number
             move 'Impact:' to program-message
             perform a57-accept-text
             move alrt-text to inc-impact
             move alrt-operator to inc-operator
             move 'incident-open' to alrt-method
             perform a59-incident-call
             if alrt-call-was-ok
               move inc-id to alrt-incident-ed
               move spaces to program-message
               string 'Incident '                   delimited by size
                      function trim(alrt-incident-ed) delimited by size
                      ' opened.'                    delimited by size
                      into program-message
               end-string
               move 'prompt' to ui-methods
               call "primesui" using primes-ui
               if alrt-cmd-arg(1:1) >= '0' and alrt-cmd-arg(1:1) <= '9'
                 compute inc-alert-id =
                         function numval(function trim(alrt-cmd-arg))
                 perform a53b-attach-alert
               end-if
             end-if
           end-if.

       a53-join-alert.

           if alrt-cmd-arg(1:1) >= '0' and alrt-cmd-arg(1:1) <= '9'
             and alrt-cmd-arg2(1:1) >= '0'
             and alrt-cmd-arg2(1:1) <= '9'
             compute inc-alert-id =
                     function numval(function trim(alrt-cmd-arg))
             compute inc-id =
                     function numval(function trim(alrt-cmd-arg2))
             perform a53b-attach-alert
           else
             move 0511 to ui-message-number
             move
             'Give an alert and an incident id: J nnn iii'
               to program-message
             move 'prompt' to ui-methods
             call "primesui" using primes-ui.

       a53b-attach-alert.

           move 'incident-attach' to alrt-method.
           perform a59-incident-call.

           if alrt-call-was-ok
             move 0512 to ui-message-number
             move 'Alert attached to incident.' to program-message
           else
             move 0513 to ui-message-number
             move 'Alert or incident not found, or already closed.'
               to program-message
           end-if.
           move 'prompt' to ui-methods.
           call "primesui" using primes-ui.

       a54-ack-incident.

           if alrt-cmd-arg(1:1) >= '0' and alrt-cmd-arg(1:1) <= '9'
             compute inc-id =
                     function numval(function trim(alrt-cmd-arg))
             move alrt-operator to inc-operator
             move 'incident-ack' to alrt-method
             perform a59-incident-call
             if alrt-call-was-ok
               move 0514 to ui-message-number
               move 'Incident acknowledged.' to program-message
             else
               move 0515 to ui-message-number
               move 'Incident not found or not open.'
                 to program-message
             end-if
             move 'prompt' to ui-methods
             call "primesui" using primes-ui
           else
             perform a54b-need-incident-id.

       a54b-need-incident-id.

           move 0510 to ui-message-number.
           move 'Give an incident id: A/U/C iii' to program-message.
           move 'prompt' to ui-methods.
           call "primesui" using primes-ui.

       a55-update-incident.

           if alrt-cmd-arg(1:1) >= '0' and alrt-cmd-arg(1:1) <= '9'
             compute inc-id =
                     function numval(function trim(alrt-cmd-arg))
             move spaces to inc-title
             move 0516 to ui-message-number
             move 'Cause (blank keeps):' to program-message
             perform a57-accept-text
             move alrt-text to inc-cause
             move 0517 to ui-message-number
             move 'Impact (blank keeps):' to program-message
             perform a57-accept-text
             move alrt-text to inc-impact
             perform a55b-ask-cause-and-fix
             move 'incident-update' to alrt-method
             perform a59-incident-call
             if alrt-call-was-ok
               move 0520 to ui-message-number
               move 'Incident updated.' to program-message
             else
               move 0521 to ui-message-number
               move 'Incident not found or closed.' to program-message
             end-if
             move 'prompt' to ui-methods
             call "primesui" using primes-ui
           else
             perform a54b-need-incident-id.

       a55b-ask-cause-and-fix.

           move 0518 to ui-message-number.
           move 'Root cause (blank keeps):' to program-message.
           perform a57-accept-text.
           move alrt-text to inc-root-cause.
           move 0519 to ui-message-number.
           move 'Resolution (blank keeps):' to program-message.
           perform a57-accept-text.
           move alrt-text to inc-resolution.

      *    root cause and resolution are asked for again so that an
      *    incident can be completed and closed in one step
       a56-close-incident.

           if alrt-cmd-arg(1:1) >= '0' and alrt-cmd-arg(1:1) <= '9'
             compute inc-id =
                     function numval(function trim(alrt-cmd-arg))
             move spaces to inc-title inc-cause inc-impact
             perform a55b-ask-cause-and-fix
             if inc-root-cause not = spaces
               or inc-resolution not = spaces
               move 'incident-update' to alrt-method
               perform a59-incident-call
             end-if
             move alrt-operator to inc-operator
             move 'incident-close' to alrt-method
             perform a59-incident-call
             if alrt-call-was-ok
               move inc-closed-alerts to alrt-numeric-ed
               move spaces to program-message
               string 'Incident closed, '            delimited by size
                      function trim(alrt-numeric-ed) delimited by size
                      ' alert(s) closed with it.'    delimited by size
                      into program-message
               end-string
             else
               move 0522 to ui-message-number
               move
             'Incident not closed: not open, or no root cause and fix.'
                 to program-message
             end-if
             move 'prompt' to ui-methods
             call "primesui" using primes-ui
           else
             perform a54b-need-incident-id.

       a57-accept-text.

           move 'prompt' to ui-methods.
           call "primesui" using primes-ui.
           move spaces to alrt-text.
           accept alrt-text from console.

       a58-show-incident-row.

           move inl-id(inl-display-idx)     to alrt-incident-ed.
           move inl-alerts(inl-display-idx) to alrt-numeric-ed.
           display "  " alrt-incident-ed " "
                   inl-opened(inl-display-idx) " "
                   inl-status(inl-display-idx) " "
                   inl-cause(inl-display-idx) " "
                   alrt-numeric-ed " "
                   inl-title(inl-display-idx)
              upon scherm.

      *    one connection per console action, as for single alerts
       a59-incident-call.

           move "N"       to alrt-call-ok.
           move space     to dal-schema-name.
           move 'connect' to dal-methods.
           call "primes" using primes-dal.

           if dal-method-ok
             move alrt-method to dal-methods
             call "primes" using primes-dal
             if dal-method-ok
               move "Y" to alrt-call-ok
             end-if
             move 'disconnect' to dal-methods
             call "primes" using primes-dal
           else
             move 0112 to ui-message-number
             move
             'Run-log context unavailable, database down.'
               to program-message
             move 'prompt' to ui-methods
             call "primesui" using primes-ui.

       a60-group-alerts.

           move space     to dal-schema-name.
           move 'connect' to dal-methods.
           call "primes" using primes-dal.

           if dal-method-ok
             perform a61-apply-grouping-rules
             move 'disconnect' to dal-methods
             call "primes" using primes-dal
             move alrt-grouped to alrt-grouped-ed
             move spaces to program-message
             string 'Incident grouping attached '  delimited by size
                    function trim(alrt-grouped-ed) delimited by size
                    ' alert(s).'                   delimited by size
                    into program-message
             end-string
             move 'prompt' to ui-methods
             call "primesui" using primes-ui
           else
             move 0112 to ui-message-number
             move
             'Run-log context unavailable, database down.'
               to program-message
             move 'prompt' to ui-methods
             call "primesui" using primes-ui.

      *    without primes_incident.def alerts are only grouped by hand
       a61-apply-grouping-rules.

           move zero to alrt-grouped.
           move "N"  to incdef-eof.
           open input fincdef.
           if incdef-status = "00"
             perform a62-apply-grouping-rule until incdef-at-end
             close fincdef
           end-if.

       a62-apply-grouping-rule.

           read fincdef
             at end move "Y" to incdef-eof
           end-read.

           if not incdef-at-end
             move spaces to alrt-rule-name alrt-rule-source
                            alrt-rule-window
             unstring incdef-buffer delimited by all space
               into alrt-rule-name alrt-rule-source alrt-rule-window
             end-unstring
             if alrt-rule-name not = spaces
               and alrt-rule-name(1:1) not = "*"
               and alrt-rule-source not = spaces
               and alrt-rule-window(1:1) >= '0'
               and alrt-rule-window(1:1) <= '9'
               move alrt-rule-source to inc-rule-source
               compute inc-window-mins =
                       function numval(function trim(alrt-rule-window))
               move 'incident-group' to dal-methods
               call "primes" using primes-dal
               if dal-method-ok
                 add inc-grouped to alrt-grouped
               end-if
             end-if
           end-if.

      *    the alert must be in the list on the screen
       a70-walk-runbook.

           move zero to rbk-alert-idx.
           if alrt-cmd-arg(1:1) >= '0' and alrt-cmd-arg(1:1) <= '9'
             compute al-id =
                     function numval(function trim(alrt-cmd-arg))
             perform a71-find-listed-alert
               varying al-display-idx from 1 by 1
               until al-display-idx > al-count
           end-if.

           if rbk-alert-idx = zero
             move 0525 to ui-message-number
             move 'Give the id of an alert in the list: B nnn'
               to program-message
             move 'prompt' to ui-methods
             call "primesui" using primes-ui
           else
             move 'alert' to book-methods
             move ae-msgno(rbk-alert-idx)   to book-msgno
             move ae-sqlcode(rbk-alert-idx) to book-sqlcode
             move ae-source(rbk-alert-idx)  to book-source
             call "primesbook" using primes-book
             if book-method-ok
               perform a72-walk-runbook-steps
             else
               move 0526 to ui-message-number
               move 'No runbook entry for this alert.'
                 to program-message
               move 'prompt' to ui-methods
               call "primesui" using primes-ui
             end-if
           end-if.

       a71-find-listed-alert.

           if rbk-alert-idx = zero and ae-id(al-display-idx) = al-id
             move al-display-idx to rbk-alert-idx
           end-if.

       a72-walk-runbook-steps.

           move space     to dal-schema-name.
           move 'connect' to dal-methods.
           call "primes" using primes-dal.

           if dal-method-ok
             display " " upon scherm
             display "  runbook " book-type " "
                     function trim(book-key)
                upon scherm
             move "Y" to rbk-walking
             perform a73-walk-one-step
               varying rbk-step-idx from 1 by 1
               until rbk-step-idx > book-step-count
                  or not rbk-is-walking
             move 'disconnect' to dal-methods
             call "primes" using primes-dal
           else
             move 0112 to ui-message-number
             move
             'Run-log context unavailable, database down.'
               to program-message
             move 'prompt' to ui-methods
             call "primesui" using primes-ui.

      *    Y records the step as done, N passes it by, Q stops
       a73-walk-one-step.

           move book-step-no(rbk-step-idx) to rbk-step-ed.
           display "  step " rbk-step-ed ": "
                   function trim(book-step-text(rbk-step-idx))
              upon scherm.

           move 0527 to ui-message-number.
           move 'Step done? Y)es N)o Q)uit:' to program-message.
           move 'prompt' to ui-methods.
           call "primesui" using primes-ui.
           move spaces to rbk-answer.
           accept rbk-answer from console.

           evaluate function upper-case(rbk-answer(1:1))
             when 'Y'
               perform a74-audit-runbook-step
             when 'Q'
               move "N" to rbk-walking
             when other
               continue
           end-evaluate.

       a74-audit-runbook-step.

           move ae-id(rbk-alert-idx) to alrt-numeric-ed.
           move alrt-operator  to dal-operator.
           move "primesalrt"   to oa-program.
           move "runbook-step" to oa-action.
           move "done"         to oa-outcome.
           move spaces to oa-detail.
           string 'alert '                       delimited by size
                  function trim(alrt-numeric-ed) delimited by size
                  ' '                            delimited by size
                  book-type                      delimited by size
                  ' '                            delimited by size
                  function trim(book-key)        delimited by size
                  ' step '                       delimited by size
                  rbk-step-ed                    delimited by size
                  into oa-detail
           end-string.
           move 'audit-write' to dal-methods.
           call "primes" using primes-dal.

           if not dal-method-ok
             move 0528 to ui-message-number
             move 'Step not recorded in the operator audit.'
               to program-message
             move 'prompt' to ui-methods
             call "primesui" using primes-ui.
