       identification division.
       program-id. primeslogon.

       environment division.
       configuration section.
       source-computer. linux-laptop.
       object-computer. linux-laptop.
       special-names.
           console is scherm.

       data division.
       working-storage section.
       01  filler               pic x(32) value "Start WS primeslogon".

      *    PRIMES_SIGNON_TRIES failures lock an account, a secret
      *    expires after PRIMES_SECRET_DAYS and a session that was
      *    idle for PRIMES_IDLE_MINS has to sign on again
       01  lg-env-buffer        pic x(16) value space.
       01  lg-max-tries         pic 9(2)  value 3.
       01  lg-expire-days       pic 9(4)  value 90.
       01  lg-idle-mins         pic 9(4)  value 15.
       01  lg-min-length        pic 9(2)  value 8.

       01  lg-secret            pic x(32) value space.
       01  lg-new-secret        pic x(32) value space.
       01  lg-repeat-secret     pic x(32) value space.
       01  lg-secret-length     pic 9(2)  value zero.
       01  lg-secret-spaces     pic 9(2)  value zero.
       01  lg-attempts          pic 9(2)  value zero.
       01  lg-done              pic x     value "N".
        88 lg-is-done            value "Y".
       01  lg-action            pic x(16) value space.
       01  lg-outcome           pic x(12) value space.
       01  lg-attempts-ed       pic z9.

       01  lg-date              pic 9(8)  value zero.
       01  lg-time              pic 9(8)  value zero.
       01  lg-time-parts redefines lg-time.
        03 lg-hh                pic 9(2).
        03 lg-mm                pic 9(2).
        03 filler               pic 9(4).
       01  lg-now-minute        pic 9(12) value zero.

           copy primes-ui.

           copy primes-dal.

       linkage section.

           copy primes-logon.

       procedure division using primes-logon.

           move 0 to logon-result.
           move 'primeslogon' to program-name.
           perform l05-read-settings.

           evaluate true
             when logon-signon
               move "l10-sign-on"    to program-paragraph
               perform l10-sign-on
             when logon-touch
               move "l40-check-idle" to program-paragraph
               perform l40-check-idle
             when logon-signoff
               move "l50-sign-off"   to program-paragraph
               perform l50-sign-off
             when other
               move 1 to logon-result
           end-evaluate.

           exit program.

       l05-read-settings.

           accept lg-env-buffer from environment "PRIMES_SIGNON_TRIES".
           if lg-env-buffer(1:1) >= '1' and lg-env-buffer(1:1) <= '9'
             compute lg-max-tries =
                     function numval(function trim(lg-env-buffer))
               on size error move 3 to lg-max-tries
             end-compute
           end-if.

           move spaces to lg-env-buffer.
           accept lg-env-buffer from environment "PRIMES_SECRET_DAYS".
           if lg-env-buffer(1:1) >= '1' and lg-env-buffer(1:1) <= '9'
             compute lg-expire-days =
                     function numval(function trim(lg-env-buffer))
               on size error move 90 to lg-expire-days
             end-compute
           end-if.

           move spaces to lg-env-buffer.
           accept lg-env-buffer from environment "PRIMES_IDLE_MINS".
           if lg-env-buffer(1:1) >= '1' and lg-env-buffer(1:1) <= '9'
             compute lg-idle-mins =
                     function numval(function trim(lg-env-buffer))
               on size error move 15 to lg-idle-mins
             end-compute
           end-if.

       l10-sign-on.

           move "N" to logon-signed-on.

           if logon-operator = spaces
             accept logon-operator from environment "PRIMES_OPERATOR"
           end-if.
           if logon-operator = spaces
             move 0113 to ui-message-number
             move 'Operator id:' to program-message
             move 'prompt' to ui-methods
             call "primesui" using primes-ui
             accept logon-operator from console
           end-if.

           move space     to dal-schema-name.
           move 'connect' to dal-methods.
           call "primes" using primes-dal.

           if not dal-method-ok
             perform l91-store-unavailable
           else
             move zero to lg-attempts
             move "N"  to lg-done
             perform l20-attempt until lg-is-done
             if logon-is-signed-on and so-change-is-due
               perform l30-change-secret
             end-if
             if logon-is-signed-on
               perform l60-stamp-minute
               move "signon" to lg-action
               move "ok"     to lg-outcome
               perform l80-audit
               move 'log-message' to ui-methods
               move zero to ui-message-number
               move spaces to program-message
               string 'Operator '               delimited by size
                      function trim(logon-operator)
                        delimited by size
                      ' signed on.'             delimited by size
                      into program-message
               end-string
               call "primesui" using primes-ui
             end-if
             move 'disconnect' to dal-methods
             call "primes" using primes-dal
           end-if.

           if not logon-is-signed-on
             if logon-method-ok
               move 1 to logon-result
             end-if
             move 0587 to ui-message-number
             move 'Sign-on refused, session ends.' to program-message
             move 'prompt' to ui-methods
             call "primesui" using primes-ui
           end-if.

      *    one try of the secret; an unknown operator is answered
      *    like a wrong secret and only counted in this session
       l20-attempt.

           add 1 to lg-attempts.

           move 0580 to ui-message-number.
           move 'Secret:' to program-message.
           move 'prompt' to ui-methods.
           call "primesui" using primes-ui.
           move spaces to lg-secret.
           accept lg-secret from console.

           move logon-operator to so-operator.
           move lg-secret      to so-secret.
           move lg-max-tries   to so-max-tries.
           move lg-expire-days to so-expire-days.
           move 'signon-check' to dal-methods.
           call "primes" using primes-dal.
           move spaces to so-secret.

           if not dal-method-ok
             perform l91-store-unavailable
             move "Y" to lg-done
           else
             evaluate true
               when so-accepted
                 move "Y" to logon-signed-on lg-done
               when so-now-locked
                 move "signon" to lg-action
                 move "locked" to lg-outcome
                 perform l80-audit
                 move 0582 to ui-message-number
                 move
                  'Account locked after repeated failures, ask a reset.'
                   to program-message
                 move 'prompt' to ui-methods
                 call "primesui" using primes-ui
                 move 2   to logon-result
                 move "Y" to lg-done
               when so-was-locked
                 move "signon" to lg-action
                 move "locked" to lg-outcome
                 perform l80-audit
                 move 0583 to ui-message-number
                 move
                  'Account is locked, ask an administrator for a reset.'
                   to program-message
                 move 'prompt' to ui-methods
                 call "primesui" using primes-ui
                 move 2   to logon-result
                 move "Y" to lg-done
               when other
                 move "signon" to lg-action
                 move "failed" to lg-outcome
                 perform l80-audit
                 move 0581 to ui-message-number
                 move 'Sign-on failed.' to program-message
                 move 'prompt' to ui-methods
                 call "primesui" using primes-ui
                 if lg-attempts >= lg-max-tries
                   move "Y" to lg-done
                 end-if
             end-evaluate
           end-if.

      *    a temporary or expired secret is replaced before the
      *    session starts, the new one differs from the old one
       l30-change-secret.

           move 0584 to ui-message-number.
           move 'Secret expired or temporary, choose a new secret:'
             to program-message.
           move 'prompt' to ui-methods.
           call "primesui" using primes-ui.
           move spaces to lg-new-secret.
           accept lg-new-secret from console.

           move 0585 to ui-message-number.
           move 'Repeat the new secret:' to program-message.
           move 'prompt' to ui-methods.
           call "primesui" using primes-ui.
           move spaces to lg-repeat-secret.
           accept lg-repeat-secret from console.

           move zero to lg-secret-length lg-secret-spaces.
           if lg-new-secret not = spaces
             compute lg-secret-length =
                     function length(function trim(lg-new-secret))
             inspect function trim(lg-new-secret)
               tallying lg-secret-spaces for all space
           end-if.

           move "secret" to lg-action.
           if lg-new-secret not = lg-repeat-secret
             or lg-secret-length < lg-min-length
             or lg-secret-spaces > zero
             or lg-new-secret = lg-secret
             move "N" to logon-signed-on
             move "refused" to lg-outcome
             perform l80-audit
             move 0586 to ui-message-number
             move
              'New secret refused: 8+ characters, new, typed twice.'
               to program-message
             move 'prompt' to ui-methods
             call "primesui" using primes-ui
           else
             perform l70-make-salt
             move logon-operator to so-operator
             move lg-new-secret  to so-secret
             move "N"            to so-must-change
             move 'signon-secret' to dal-methods
             call "primes" using primes-dal
             move spaces to so-secret
             if dal-method-ok
               move "changed" to lg-outcome
               perform l80-audit
               move 'log-message' to ui-methods
               move 0594 to ui-message-number
               move 'Secret changed.' to program-message
               call "primesui" using primes-ui
             else
               move "N" to logon-signed-on
               move "failed" to lg-outcome
               perform l80-audit
               move 0595 to ui-message-number
               move 'New secret could not be stored.'
                 to program-message
               move 'prompt' to ui-methods
               call "primesui" using primes-ui
             end-if
           end-if.

           move spaces to lg-new-secret lg-repeat-secret.

       l40-check-idle.

           if not logon-is-signed-on
             move 1 to logon-result
           else
             perform l61-current-minute
             if logon-last-minute > zero
               and lg-now-minute - logon-last-minute > lg-idle-mins
               perform l41-sign-on-again
             end-if
             if logon-is-signed-on
               move lg-now-minute to logon-last-minute
             end-if
           end-if.

       l41-sign-on-again.

           move 0588 to ui-message-number.
           move 'Session idle too long, sign on again.'
             to program-message.
           move 'prompt' to ui-methods.
           call "primesui" using primes-ui.

           move "N"       to logon-signed-on.
           move space     to dal-schema-name.
           move 'connect' to dal-methods.
           call "primes" using primes-dal.

           if not dal-method-ok
             perform l91-store-unavailable
           else
             move "timeout" to lg-action
             move "expired" to lg-outcome
             perform l80-audit
             move zero to lg-attempts
             move "N"  to lg-done
             perform l20-attempt until lg-is-done
             if logon-is-signed-on
               move "signon" to lg-action
               move "ok"     to lg-outcome
               perform l80-audit
             end-if
             move 'disconnect' to dal-methods
             call "primes" using primes-dal
           end-if.

           if not logon-is-signed-on and logon-method-ok
             move 3 to logon-result
           end-if.

       l50-sign-off.

           if logon-is-signed-on
             move space     to dal-schema-name
             move 'connect' to dal-methods
             call "primes" using primes-dal
             if dal-method-ok
               move "signoff" to lg-action
               move "ok"      to lg-outcome
               perform l80-audit
               move 'disconnect' to dal-methods
               call "primes" using primes-dal
             end-if
             move "N" to logon-signed-on
           end-if.

       l60-stamp-minute.

           perform l61-current-minute.
           move lg-now-minute to logon-last-minute.

       l61-current-minute.

           accept lg-date from date yyyymmdd.
           accept lg-time from time.
           compute lg-now-minute =
                   function integer-of-date(lg-date) * 1440
                 + lg-hh * 60 + lg-mm.

       l70-make-salt.

           accept lg-date from date yyyymmdd.
           accept lg-time from time.
           move spaces to so-salt.
           string lg-time(7:2)  delimited by size
                  lg-date(3:6)  delimited by size
                  lg-time(1:6)  delimited by size
                  into so-salt
           end-string.

       l80-audit.

           move lg-attempts    to lg-attempts-ed.
           move logon-operator to dal-operator.
           move logon-program  to oa-program.
           move lg-action      to oa-action.
           move lg-outcome     to oa-outcome.
           move spaces to oa-detail.
           if lg-action = "signon"
             string 'attempt '                  delimited by size
                    function trim(lg-attempts-ed) delimited by size
                    into oa-detail
             end-string
           end-if.
           move 'audit-write' to dal-methods.
           call "primes" using primes-dal.

       l91-store-unavailable.

           move "N" to logon-signed-on.
           move 0589 to ui-message-number.
           move 'Sign-on store not available, sign-on refused.'
             to program-message.
           move 'prompt' to ui-methods.
           call "primesui" using primes-ui.
           move 1 to logon-result.
