       identification division.
       program-id. primesoper.

       environment division.
       configuration section.
       source-computer. linux-laptop.
       object-computer. linux-laptop.
       special-names.
           console is scherm.

       input-output section.
       file-control.
         select foperators assign to "primes_operators.dat"
         organization line sequential
         file status is operators-status.

       data division.
       file section.
       fd foperators.
       01 operators-buffer   pic x(132).

       working-storage section.
       01  filler               pic x(32) value "Start WS primesoper".
       01  operators-status     pic x(2)  value space.
       01  operators-eof        pic x     value "N".
        88 operators-at-end      value "Y".

      *    one entry per line of primes_operators.dat:
      *      id word1 word2 word3 granted-by granted-on
      *    an empty word or grant is written as -, a suspended operator
      *    keeps the line behind *SUSPENDED so no check matches it
       01  opr-table.
        03 opr-count            pic 9(3)  value zero.
        03 opr-entry occurs 200 times.
         05 ope-state           pic x.
          88 ope-active          value "A".
          88 ope-suspended       value "S".
         05 ope-id              pic x(16).
         05 ope-word            pic x(16) occurs 3 times.
         05 ope-granted-by      pic x(16).
         05 ope-granted-on      pic x(10).
      *    comment lines keep their place: opc-after is the number
      *    of operator lines in front of the comment. Lines past the
      *    table cannot be kept, the registry is then not changed
       01  opr-comments.
        03 opr-comment-count    pic 9(3)  value zero.
        03 opr-comment-lost     pic x     value "N".
         88 opr-comments-lost    value "Y".
        03 opr-comment occurs 200 times.
         05 opc-after           pic 9(3).
         05 opc-line            pic x(132).

      *    words checked by r89a-check-authorization of primesgen and
      *    by the watchdog; a mode that is covered by another word is
      *    granted as that word
       01  opr-word-values.
        03 filler pic x(32) value "ALL             ALL".
        03 filler pic x(32) value "GENERATE        GENERATE".
        03 filler pic x(32) value "GENWORKER       GENWORKER".
        03 filler pic x(32) value "RESET           RESET".
        03 filler pic x(32) value "SELFTEST        RESET".
        03 filler pic x(32) value "ROLLBACK        RESET".
        03 filler pic x(32) value "BENCHMARK       RESET".
        03 filler pic x(32) value "DRILL           RESET".
        03 filler pic x(32) value "HOLD            HOLD".
        03 filler pic x(32) value "HOLDLIFT        HOLD".
        03 filler pic x(32) value "CFGAPPROVE      CFGAPPROVE".
        03 filler pic x(32) value "SECRETRESET     SECRETRESET".
        03 filler pic x(32) value "CANCEL          CANCEL".
        03 filler pic x(32) value "OPERATORS       OPERATORS".
       01  opr-word-table redefines opr-word-values.
        03 opr-word-entry occurs 14 times.
         05 owt-word            pic x(16).
         05 owt-grant           pic x(16).
       01  opr-word-count       pic 9(2)  value 14.

       01  oper-continue        pic x     value "Y".
        88 oper-keep-going       value "Y".
       01  oper-input           pic x(32) value space.
       01  oper-command         pic x(16) value space.
       01  oper-cmd-arg         pic x(16) value space.
       01  oper-found           pic x     value "N".
        88 oper-was-found        value "Y".
       01  oper-ok              pic x     value "N".
        88 oper-is-ok            value "Y".
       01  oper-slot            pic 9(3)  value zero.
       01  oper-scan            pic 9(3)  value zero.
       01  oper-scan2           pic 9(3)  value zero.
       01  oper-comment-done    pic x     value "N".
        88 oper-comments-done    value "Y".
       01  oper-word-idx        pic 9(2)  value zero.
       01  oper-table-idx       pic 9(2)  value zero.
       01  oper-id              pic x(16) value space.
       01  oper-extra           pic x(16) value space.
       01  oper-word            pic x(16) value space.
       01  oper-grant           pic x(16) value space.
       01  oper-new-words.
        03 oper-new-word        pic x(16) occurs 4 times.
       01  oper-word-kept       pic 9(2)  value zero.
       01  oper-dept-count      pic 9(2)  value zero.
       01  oper-tokens.
        03 oper-token           pic x(16) occurs 7 times.
       01  oper-first-token     pic 9(2)  value zero.
       01  oper-warnings        pic 9(4)  value zero.
       01  oper-rights          pic x(50) value space.
       01  oper-old-rights      pic x(50) value space.
       01  oper-lock            pic x     value space.
       01  oper-numeric-ed      pic z(3)9.
       01  oper-today           pic x(10) value space.

      *    access review: no activity for PRIMES_DORMANT_DAYS days
      *    marks an active account as dormant
       01  oper-env-buffer      pic x(16) value space.
       01  oper-dormant-days    pic 9(5)  value 90.
       01  oper-quarter         pic 9     value zero.
       01  oper-month           pic 9(2)  value zero.
       01  oper-active-count    pic 9(4)  value zero.
       01  oper-susp-count      pic 9(4)  value zero.
       01  oper-dormant-count   pic 9(4)  value zero.
       01  oper-count-ed        pic z(3)9.
       01  oper-count-ed2       pic z(3)9.
       01  oper-count-ed3       pic z(3)9.

       01  acc-prompt           pic x(60) value space.
       01  acc-msgno            pic 9(4)  value zero.
       01  acc-buffer           pic x(96) value space.

       01  opr-file-line.
        03 ofl-id               pic x(16).
        03 filler               pic x     value space.
        03 ofl-word1            pic x(16).
        03 filler               pic x     value space.
        03 ofl-word2            pic x(16).
        03 filler               pic x     value space.
        03 ofl-word3            pic x(16).
        03 filler               pic x     value space.
        03 ofl-granted-by       pic x(16).
        03 filler               pic x     value space.
        03 ofl-granted-on       pic x(10).

       01  orp-head.
        03 filler pic x(17) value "Operator".
        03 filler pic x(10) value "State".
        03 filler pic x(41) value "Rights".
        03 filler pic x(17) value "Granted by".
        03 filler pic x(11) value "On".
        03 filler pic x(11) value "Last activ".
        03 filler pic x(6)  value " Idle".
        03 filler pic x(7)  value "Sign".
        03 filler pic x(8)  value "Flag".
       01  orp-detail.
        03 orp-id               pic x(16).
        03 filler               pic x     value space.
        03 orp-state            pic x(9).
        03 filler               pic x     value space.
        03 orp-rights           pic x(40).
        03 filler               pic x     value space.
        03 orp-granted-by       pic x(16).
        03 filler               pic x     value space.
        03 orp-granted-on       pic x(10).
        03 filler               pic x     value space.
        03 orp-last             pic x(10).
        03 filler               pic x     value space.
        03 orp-idle             pic z(4)9.
        03 filler               pic x     value space.
        03 orp-signon           pic x(6).
        03 filler               pic x     value space.
        03 orp-flag             pic x(8).

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

           copy primes-ui.

           copy primes-dal.

           copy primes-logon.

       procedure division.

           move 'primesoper'    to program-name.
           move 'start-session' to program-paragraph.
           move 'start'         to ui-methods.
           call "primesui" using primes-ui.

           if not ui-method-ok
             display "Emergency console message program stops."
                upon scherm
             stop run.

           accept current-date-time from date yyyymmdd.
           accept current-date-time(9:) from time.
           move current-date-time(1:4)  to run-stamp-yyyy.
           move current-date-time(5:2)  to run-stamp-mm.
           move current-date-time(7:2)  to run-stamp-dd.
           move current-date-time(9:2)  to run-stamp-hh.
           move current-date-time(11:2) to run-stamp-min.
           move current-date-time(13:2) to run-stamp-ss.
           move run-stamp               to ui-run-stamp.
           move run-stamp-date          to oper-today.
           move "operators"             to ui-run-params.

           move "primesoper" to logon-program.
           move "signon"     to logon-methods.
           call "primeslogon" using primes-logon.
           if not logon-method-ok
             move 'stop' to ui-methods
             call "primesui" using primes-ui
             stop run.

           accept oper-env-buffer
             from environment "PRIMES_DORMANT_DAYS".
           if oper-env-buffer(1:1) >= '1'
             and oper-env-buffer(1:1) <= '9'
             compute oper-dormant-days =
                     function numval(function trim(oper-env-buffer))
               on size error move 90 to oper-dormant-days
             end-compute
           end-if.

           perform o20-load-operators.
           perform o05-check-authorization.

           if oper-is-ok
             perform o23-check-operators
             perform o10-oper-loop until not oper-keep-going
           end-if.

           move 'log-message' to ui-methods.
           move 0611 to ui-message-number.
           move 'Operator registry session ends.' to program-message.
           call "primesui" using primes-ui.

           move "signoff" to logon-methods.
           call "primeslogon" using primes-logon.

           move 'stop' to ui-methods.
           call "primesui" using primes-ui.

           stop run.

      *    maintaining the registry needs OPERATORS or ALL, without the
      *    operator file nobody is authorized
       o05-check-authorization.

           move "N" to oper-ok.
           move logon-operator to oper-id.
           perform o36-find-operator.
           if oper-was-found
             if ope-active(oper-slot)
               if function upper-case(ope-word(oper-slot, 1)) = "ALL"
                 or function upper-case(ope-word(oper-slot, 1))
                    = "OPERATORS"
                 or function upper-case(ope-word(oper-slot, 2))
                    = "OPERATORS"
                 or function upper-case(ope-word(oper-slot, 3))
                    = "OPERATORS"
                 move "Y" to oper-ok
               end-if
             end-if
           end-if.

           if not oper-is-ok
             move 0597 to ui-message-number
             move
              'Refused: operator not authorized for registry upkeep.'
               to program-message
             move 'prompt' to ui-methods
             call "primesui" using primes-ui
             move "authorize" to oa-action
             move "refused"   to oa-outcome
             move 'mode OPERATORS not allowed for this operator'
               to oa-detail
             move space       to oper-lock
             perform o80-write-audit
           end-if.

       o10-oper-loop.

           move 0598 to ui-message-number
           move
            'L)ist A)dd C)hange S)uspend R)einstate X)retire V)review'
             & ' Q)uit:'
             to program-message
           move 'prompt' to ui-methods
           call "primesui" using primes-ui.

           accept oper-input from console.
           move space to oper-command oper-cmd-arg.
           unstring oper-input delimited by all space
             into oper-command oper-cmd-arg
           end-unstring.
           move function upper-case(oper-command(1:1))
             to oper-command(1:1).

           move "touch" to logon-methods.
           call "primeslogon" using primes-logon.
           if not logon-method-ok
             move "Q" to oper-command
           end-if.

           evaluate oper-command(1:1)
             when 'L'
               perform o30-list-operators
             when 'A'
               perform o40-add-operator
             when 'C'
               perform o50-change-operator
             when 'S'
               perform o60-suspend-operator
             when 'R'
               perform o65-reinstate-operator
             when 'X'
               perform o70-retire-operator
             when 'V'
               perform o90-access-review
             when 'Q'
               move "N" to oper-continue
             when other
               move 0146 to ui-message-number
               move
             'Unrecognised option.'
                 to program-message
               move 'prompt' to ui-methods
               call "primesui" using primes-ui
           end-evaluate.

       o20-load-operators.

           move zero to opr-count opr-comment-count.
           move "N"  to operators-eof opr-comment-lost.

           open input foperators.
           if operators-status = "00"
             perform o21-load-operator-line until operators-at-end
             close foperators
           else
             move 0590 to ui-message-number
             move 'Refused: operator file primes_operators.dat missing.'
               to program-message
             move 'prompt' to ui-methods
             call "primesui" using primes-ui.

       o21-load-operator-line.

           read foperators
             at end move "Y" to operators-eof
           end-read.

           if not operators-at-end
             move spaces to oper-tokens
             unstring operators-buffer delimited by all space
               into oper-token(1) oper-token(2) oper-token(3)
                    oper-token(4) oper-token(5) oper-token(6)
                    oper-token(7)
             end-unstring
             evaluate true
               when operators-buffer = spaces
                 continue
               when function upper-case(oper-token(1)) = "*SUSPENDED"
                 and opr-count < 200
                 add 1 to opr-count
                 move "S" to ope-state(opr-count)
                 move 2   to oper-first-token
                 perform o22-store-tokens
               when operators-buffer(1:1) = "*"
                 or operators-buffer(1:1) = space
                 or opr-count >= 200
                 if opr-comment-count < 200
                   add 1 to opr-comment-count
                   move opr-count
                     to opc-after(opr-comment-count)
                   move operators-buffer
                     to opc-line(opr-comment-count)
                 else
                   move "Y" to opr-comment-lost
                 end-if
               when other
                 add 1 to opr-count
                 move "A" to ope-state(opr-count)
                 move 1   to oper-first-token
                 perform o22-store-tokens
             end-evaluate
           end-if.

       o22-store-tokens.

           move oper-token(oper-first-token) to ope-id(opr-count).
           move oper-token(oper-first-token + 1)
             to ope-word(opr-count, 1).
           move oper-token(oper-first-token + 2)
             to ope-word(opr-count, 2).
           move oper-token(oper-first-token + 3)
             to ope-word(opr-count, 3).
           move oper-token(oper-first-token + 4)
             to ope-granted-by(opr-count).
           move oper-token(oper-first-token + 5)(1:10)
             to ope-granted-on(opr-count).

           if ope-word(opr-count, 1) = "-"
             move spaces to ope-word(opr-count, 1).
           if ope-word(opr-count, 2) = "-"
             move spaces to ope-word(opr-count, 2).
           if ope-word(opr-count, 3) = "-"
             move spaces to ope-word(opr-count, 3).
           if ope-granted-by(opr-count) = "-"
             move spaces to ope-granted-by(opr-count).
           if ope-granted-on(opr-count) = "-"
             move spaces to ope-granted-on(opr-count).

      *    duplicate ids, words no check knows and ALL in a later
      *    position are reported when the file is loaded
       o23-check-operators.

           move zero to oper-warnings.
           perform o24-check-one-operator
                   varying oper-scan from 1 by 1
                   until oper-scan > opr-count.

           if opr-comments-lost
             add 1 to oper-warnings
             move 'Warning: comment lines past 200 are not kept.'
               to program-message
             perform o27-show-warning.

           move oper-warnings to oper-numeric-ed.
           move opr-count     to oper-count-ed.
           move 'log-message' to ui-methods.
           move spaces to program-message.
           string 'Operator file loaded, '   delimited by size
                  oper-count-ed              delimited by size
                  ' operator(s), '           delimited by size
                  oper-numeric-ed            delimited by size
                  ' warning(s).'             delimited by size
                  into program-message
           end-string.
           call "primesui" using primes-ui.

       o24-check-one-operator.

           perform o25-check-duplicate
                   varying oper-scan2 from 1 by 1
                   until oper-scan2 >= oper-scan.

           perform o26-check-file-word
                   varying oper-word-idx from 1 by 1
                   until oper-word-idx > 3.

       o25-check-duplicate.

           if ope-id(oper-scan2) = ope-id(oper-scan)
             add 1 to oper-warnings
             move spaces to program-message
             string 'Warning: operator '           delimited by size
                    function trim(ope-id(oper-scan))
                      delimited by size
                    ' is listed more than once.'   delimited by size
                    into program-message
             end-string
             perform o27-show-warning
           end-if.

       o26-check-file-word.

           move function upper-case(ope-word(oper-scan, oper-word-idx))
             to oper-word.
           if oper-word not = spaces and oper-word(1:2) not = "D:"
             perform o38-find-word
             evaluate true
               when oper-grant = spaces
                 or oper-grant not = oper-word
                 add 1 to oper-warnings
                 move spaces to program-message
                 string 'Warning: operator '       delimited by size
                        function trim(ope-id(oper-scan))
                          delimited by size
                        ' has word '               delimited by size
                        function trim(oper-word)   delimited by size
                        ' that no check knows.'    delimited by size
                        into program-message
                 end-string
                 perform o27-show-warning
               when oper-word = "ALL" and oper-word-idx > 1
                 add 1 to oper-warnings
                 move spaces to program-message
                 string 'Warning: operator '       delimited by size
                        function trim(ope-id(oper-scan))
                          delimited by size
                        ' has ALL after the first word.'
                          delimited by size
                        into program-message
                 end-string
                 perform o27-show-warning
               when other
                 continue
             end-evaluate
           end-if.

       o27-show-warning.

           move zero     to ui-message-number.
           move 'prompt' to ui-methods.
           call "primesui" using primes-ui.

       o28-save-operators.

           open output foperators.
           if operators-status = "00"
             move 1 to oper-scan2
             perform o31-write-operator-line
                     varying oper-scan from 1 by 1
                     until oper-scan > opr-count
             perform o34-write-comments
             close foperators
             move 0599 to ui-message-number
             move 'Operator file saved.' to program-message
             move 'prompt' to ui-methods
             call "primesui" using primes-ui
           else
             move 0600 to ui-message-number
             move 'Operator file save failed.' to program-message
             move 'prompt' to ui-methods
             call "primesui" using primes-ui.

      *    the comments standing in front of operator line
      *    oper-scan, after the last line the remaining ones
       o34-write-comments.

           move "N" to oper-comment-done.
           perform o29-write-comment-line until oper-comments-done.

       o29-write-comment-line.

           if oper-scan2 > opr-comment-count
             move "Y" to oper-comment-done
           else
             if opc-after(oper-scan2) < oper-scan
               move opc-line(oper-scan2) to operators-buffer
               write operators-buffer
               add 1 to oper-scan2
             else
               move "Y" to oper-comment-done
             end-if
           end-if.

       o31-write-operator-line.

           perform o34-write-comments.

           move ope-id(oper-scan)         to ofl-id.
           move ope-word(oper-scan, 1)    to ofl-word1.
           move ope-word(oper-scan, 2)    to ofl-word2.
           move ope-word(oper-scan, 3)    to ofl-word3.
           move ope-granted-by(oper-scan) to ofl-granted-by.
           move ope-granted-on(oper-scan) to ofl-granted-on.
           if ofl-word1 = spaces
             move "-" to ofl-word1.
           if ofl-word2 = spaces
             move "-" to ofl-word2.
           if ofl-word3 = spaces
             move "-" to ofl-word3.
           if ofl-granted-by = spaces
             move "-" to ofl-granted-by.
           if ofl-granted-on = spaces
             move "-" to ofl-granted-on.

           move spaces to operators-buffer.
           if ope-suspended(oper-scan)
             string '*SUSPENDED '  delimited by size
                    opr-file-line  delimited by size
                    into operators-buffer
             end-string
           else
             move opr-file-line to operators-buffer
           end-if.
           write operators-buffer.

       o30-list-operators.

           move space to oper-id.
           if oper-cmd-arg not = spaces
             move oper-cmd-arg to oper-id.

           move zero to oper-scan2.
           perform o32-list-one-operator
                   varying oper-scan from 1 by 1
                   until oper-scan > opr-count.

           if oper-scan2 = zero
             move 0602 to ui-message-number
             move 'Operator not listed.' to program-message
             move 'prompt' to ui-methods
             call "primesui" using primes-ui.

       o32-list-one-operator.

           if oper-id = spaces or oper-id = ope-id(oper-scan)
             add 1 to oper-scan2
             move oper-scan to oper-slot
             perform o33-build-rights
             move spaces to orp-detail
             move ope-id(oper-scan) to orp-id
             move "active"          to orp-state
             if ope-suspended(oper-scan)
               move "SUSPENDED"     to orp-state
             end-if
             move oper-rights                to orp-rights
             move ope-granted-by(oper-scan)  to orp-granted-by
             move ope-granted-on(oper-scan)  to orp-granted-on
             display "  " orp-detail(1:96) upon scherm
           end-if.

       o33-build-rights.

           move spaces to oper-rights.
           string ope-word(oper-slot, 1) delimited by space
                  ' '                     delimited by size
                  ope-word(oper-slot, 2) delimited by space
                  ' '                     delimited by size
                  ope-word(oper-slot, 3) delimited by space
                  into oper-rights
           end-string.
           if oper-rights = spaces
             move "(none)" to oper-rights.

       o35-accept-id.

           move "Y" to oper-ok.
           move space to oper-id oper-extra.

           if opr-comments-lost
             move "N" to oper-ok
             move 0631 to ui-message-number
             move 'Refused: too many comment lines in operator file.'
               to program-message
             move 'prompt' to ui-methods
             call "primesui" using primes-ui.

           move 0113 to acc-msgno.
           move 'Operator id:' to acc-prompt.
           perform o85-show-prompt.
           move spaces to acc-buffer.
           accept acc-buffer from console.
           unstring acc-buffer delimited by all space
             into oper-id oper-extra
           end-unstring.

           if oper-id = spaces or oper-id = "-"
             or oper-id(1:1) = "*"
             or oper-extra not = spaces
             move "N" to oper-ok
             move 0605 to ui-message-number
             move 'Operator id must be one word, not starting with *.'
               to program-message
             move 'prompt' to ui-methods
             call "primesui" using primes-ui.

       o36-find-operator.

           move "N"  to oper-found.
           move zero to oper-slot.
           perform o37-match-operator
                   varying oper-scan2 from 1 by 1
                   until oper-scan2 > opr-count or oper-was-found.

       o37-match-operator.

           if ope-id(oper-scan2) = oper-id
             move "Y" to oper-found
             move oper-scan2 to oper-slot
           end-if.

       o38-find-word.

           move space to oper-grant.
           perform o39-match-word
                   varying oper-table-idx from 1 by 1
                   until oper-table-idx > opr-word-count
                      or oper-grant not = spaces.

       o39-match-word.

           if owt-word(oper-table-idx) = oper-word
             move owt-grant(oper-table-idx) to oper-grant
           end-if.

      *    the words are checked against the words the authorization
      *    checks know, a covered mode is granted as its word and ALL
      *    is put first because only the first word is read for it
       o41-accept-words.

           move "Y" to oper-ok.
           move spaces to oper-new-words.
           move zero   to oper-dept-count.

           display "  words: ALL GENERATE GENWORKER RESET HOLD"
                   " CFGAPPROVE SECRETRESET CANCEL OPERATORS D:dept"
             upon scherm.
           move 0603 to acc-msgno.
           move 'Modes (up to 3 words, ALL or D:department):'
             to acc-prompt.
           perform o85-show-prompt.
           move spaces to acc-buffer.
           accept acc-buffer from console.
           move spaces to oper-tokens.
           unstring acc-buffer delimited by all space
             into oper-token(1) oper-token(2) oper-token(3)
                  oper-token(4)
           end-unstring.

           if oper-token(4) not = spaces
             move "N" to oper-ok
             move 0606 to ui-message-number
             move 'At most 3 words, nothing changed.'
               to program-message
             move 'prompt' to ui-methods
             call "primesui" using primes-ui
           else
             move zero to oper-word-kept
             perform o42-check-new-word
                     varying oper-word-idx from 1 by 1
                     until oper-word-idx > 3 or not oper-is-ok
           end-if.

           if oper-is-ok and oper-word-kept = zero
             move "N" to oper-ok
             move 0607 to ui-message-number
             move 'At least one mode word is required.'
               to program-message
             move 'prompt' to ui-methods
             call "primesui" using primes-ui.

           if oper-is-ok
             perform o43-put-all-first
                     varying oper-word-idx from 2 by 1
                     until oper-word-idx > 3.

       o42-check-new-word.

           move function upper-case(oper-token(oper-word-idx))
             to oper-word.
           evaluate true
             when oper-word = spaces
               continue
             when oper-word(1:2) = "D:"
               add 1 to oper-dept-count
               if oper-word(3:1) = space or oper-dept-count > 1
                 move "N" to oper-ok
                 move 0608 to ui-message-number
                 move 'One department D:name at most, nothing changed.'
                   to program-message
                 move 'prompt' to ui-methods
                 call "primesui" using primes-ui
               else
                 add 1 to oper-word-kept
                 move oper-token(oper-word-idx)
                   to oper-new-word(oper-word-kept)
               end-if
             when other
               perform o38-find-word
               if oper-grant = spaces
                 move "N" to oper-ok
                 move zero to ui-message-number
                 move spaces to program-message
                 string 'Unknown mode word '        delimited by size
                        function trim(oper-word)    delimited by size
                        ', nothing changed.'        delimited by size
                        into program-message
                 end-string
                 move 'prompt' to ui-methods
                 call "primesui" using primes-ui
               else
                 if oper-grant not = oper-word
                   move zero to ui-message-number
                   move spaces to program-message
                   string function trim(oper-word) delimited by size
                          ' is granted as '        delimited by size
                          function trim(oper-grant) delimited by size
                          '.'                      delimited by size
                          into program-message
                   end-string
                   move 'prompt' to ui-methods
                   call "primesui" using primes-ui
                 end-if
                 move oper-grant to oper-word
                 perform o44-keep-grant
               end-if
           end-evaluate.

       o44-keep-grant.

           move "N" to oper-found.
           perform o45-match-kept
                   varying oper-scan2 from 1 by 1
                   until oper-scan2 > oper-word-kept.
           if not oper-was-found
             add 1 to oper-word-kept
             move oper-word to oper-new-word(oper-word-kept)
           end-if.

       o45-match-kept.

           if oper-new-word(oper-scan2) = oper-word
             move "Y" to oper-found
           end-if.

       o43-put-all-first.

           if oper-new-word(oper-word-idx) = "ALL"
             move oper-new-word(1) to oper-new-word(oper-word-idx)
             move "ALL"            to oper-new-word(1)
           end-if.

       o46-refuse-own-entry.

           if oper-id = logon-operator
             move "N" to oper-ok
             move 0604 to ui-message-number
             move 'Your own registry entry needs another operator.'
               to program-message
             move 'prompt' to ui-methods
             call "primesui" using primes-ui.

       o47-not-listed.

           move "N" to oper-ok.
           move 0602 to ui-message-number.
           move 'Operator not listed.' to program-message.
           move 'prompt' to ui-methods.
           call "primesui" using primes-ui.

       o48-grant-words.

           move oper-new-word(1) to ope-word(oper-slot, 1).
           move oper-new-word(2) to ope-word(oper-slot, 2).
           move oper-new-word(3) to ope-word(oper-slot, 3).
           move logon-operator   to ope-granted-by(oper-slot).
           move oper-today       to ope-granted-on(oper-slot).

       o40-add-operator.

           perform o35-accept-id.
           if oper-is-ok
             perform o36-find-operator
             evaluate true
               when oper-was-found
                 move 0601 to ui-message-number
                 move 'Operator id already listed.'
                   to program-message
                 move 'prompt' to ui-methods
                 call "primesui" using primes-ui
               when opr-count >= 200
                 move 0609 to ui-message-number
                 move 'Operator table is full.' to program-message
                 move 'prompt' to ui-methods
                 call "primesui" using primes-ui
               when other
                 perform o41-accept-words
                 if oper-is-ok
                   add 1 to opr-count
                   move opr-count to oper-slot
                   move "A"       to ope-state(oper-slot)
                   move oper-id   to ope-id(oper-slot)
                   perform o48-grant-words
                   perform o28-save-operators
                   perform o33-build-rights
                   move "opradd"  to oa-action
                   move "granted" to oa-outcome
                   move spaces to oa-detail
                   string function trim(oper-id)  delimited by size
                          ': '                    delimited by size
                          oper-rights             delimited by size
                          into oa-detail
                   end-string
                   move space to oper-lock
                   perform o80-write-audit
                 end-if
             end-evaluate
           end-if.

       o50-change-operator.

           perform o35-accept-id.
           if oper-is-ok
             perform o36-find-operator
             if not oper-was-found
               perform o47-not-listed
             else
               perform o46-refuse-own-entry
             end-if
           end-if.

           if oper-is-ok
             perform o33-build-rights
             move oper-rights to oper-old-rights
             move ope-granted-by(oper-slot) to oper-word
             display "  current: " function trim(oper-rights)
                     "  granted by " function trim(oper-word)
                     " on " ope-granted-on(oper-slot)
               upon scherm
             perform o41-accept-words
             if oper-is-ok
               perform o48-grant-words
               perform o28-save-operators
               perform o33-build-rights
               move "oprchange" to oa-action
               move "granted"   to oa-outcome
               move spaces to oa-detail
               string function trim(oper-id)        delimited by size
                      ': '                          delimited by size
                      function trim(oper-old-rights) delimited by size
                      ' > '                         delimited by size
                      oper-rights                   delimited by size
                      into oa-detail
               end-string
               move space to oper-lock
               perform o80-write-audit
             end-if
           end-if.

       o60-suspend-operator.

           perform o35-accept-id.
           if oper-is-ok
             perform o36-find-operator
             if not oper-was-found
               perform o47-not-listed
             else
               perform o46-refuse-own-entry
             end-if
           end-if.

           if oper-is-ok
             if ope-suspended(oper-slot)
               move 0610 to ui-message-number
               move 'Operator is already suspended.'
                 to program-message
               move 'prompt' to ui-methods
               call "primesui" using primes-ui
             else
               move "S" to ope-state(oper-slot)
               perform o28-save-operators
               move "oprsuspend" to oa-action
               move "suspended"  to oa-outcome
               move oper-id      to oa-detail
               move "L"          to oper-lock
               perform o80-write-audit
             end-if
           end-if.

       o65-reinstate-operator.

           perform o35-accept-id.
           if oper-is-ok
             perform o36-find-operator
             if not oper-was-found
               perform o47-not-listed
             else
               perform o46-refuse-own-entry
             end-if
           end-if.

           if oper-is-ok
             if not ope-suspended(oper-slot)
               move 0612 to ui-message-number
               move 'Operator is not suspended.' to program-message
               move 'prompt' to ui-methods
               call "primesui" using primes-ui
             else
               move "A"            to ope-state(oper-slot)
               move logon-operator to ope-granted-by(oper-slot)
               move oper-today     to ope-granted-on(oper-slot)
               perform o28-save-operators
               perform o33-build-rights
               move "oprreinstate" to oa-action
               move "granted"      to oa-outcome
               move spaces to oa-detail
               string function trim(oper-id)  delimited by size
                      ': '                    delimited by size
                      oper-rights             delimited by size
                      into oa-detail
               end-string
               move "U"            to oper-lock
               perform o80-write-audit
             end-if
           end-if.

      *    a retired operator leaves the file and the sign-on of the
      *    id is locked, the audit keeps the history
       o70-retire-operator.

           perform o35-accept-id.
           if oper-is-ok
             perform o36-find-operator
             if not oper-was-found
               perform o47-not-listed
             else
               perform o46-refuse-own-entry
             end-if
           end-if.

           if oper-is-ok
             move 0613 to acc-msgno
             move 'Retire the operator, type Y to confirm:'
               to acc-prompt
             perform o85-show-prompt
             move spaces to acc-buffer
             accept acc-buffer from console
             if function upper-case(acc-buffer(1:1)) not = "Y"
               move "N" to oper-ok
             end-if
           end-if.

           if oper-is-ok
             perform o33-build-rights
             perform o71-shift-entry
                     varying oper-scan from oper-slot by 1
                     until oper-scan >= opr-count
             subtract 1 from opr-count
             perform o72-shift-comment
                     varying oper-scan from 1 by 1
                     until oper-scan > opr-comment-count
             perform o28-save-operators
             move "oprretire" to oa-action
             move "retired"   to oa-outcome
             move spaces to oa-detail
             string function trim(oper-id)  delimited by size
                    ': had '                delimited by size
                    oper-rights             delimited by size
                    into oa-detail
             end-string
             move "L" to oper-lock
             perform o80-write-audit
           end-if.

       o71-shift-entry.

           move opr-entry(oper-scan + 1) to opr-entry(oper-scan).

      *    comments behind the retired line move up with the lines
       o72-shift-comment.

           if opc-after(oper-scan) >= oper-slot
             subtract 1 from opc-after(oper-scan).

      *    the credentials and the audit live in the default schema
       o80-write-audit.

           move space     to dal-schema-name.
           move 'connect' to dal-methods.
           call "primes" using primes-dal.

           if dal-method-ok
             if oper-lock not = space
               move oper-id   to so-operator
               move oper-lock to so-lock-action
               move 'signon-lock' to dal-methods
               call "primes" using primes-dal
               if not dal-method-ok
                 move 0614 to ui-message-number
                 move 'Sign-on of the operator could not be locked.'
                   to program-message
                 move 'prompt' to ui-methods
                 call "primesui" using primes-ui
               end-if
             end-if
             move logon-operator to dal-operator
             move "primesoper"   to oa-program
             move 'audit-write'  to dal-methods
             call "primes" using primes-dal
           end-if.

           if not dal-method-ok
             move 0615 to ui-message-number
             move 'Operator audit could not be written.'
               to program-message
             move 'prompt' to ui-methods
             call "primesui" using primes-ui
           end-if.

           move 'disconnect' to dal-methods.
           call "primes" using primes-dal.

       o85-show-prompt.

           move acc-msgno  to ui-message-number.
           move acc-prompt to program-message.
           move 'prompt'   to ui-methods.
           call "primesui" using primes-ui.

      *    quarterly access review: rights, grant and last activity of
      *    every listed operator, active accounts without activity for
      *    PRIMES_DORMANT_DAYS days are flagged
       o90-access-review.

           move space     to dal-schema-name.
           move 'connect' to dal-methods.
           call "primes" using primes-dal.

           if not dal-method-ok
             move 0007 to ui-message-number
             move 'Database initialisation failed.'
               to program-message
             move 'prompt' to ui-methods
             call "primesui" using primes-ui
           else
             perform o91-review-heading
             move zero to oper-active-count oper-susp-count
                          oper-dormant-count
             perform o92-review-operator
                     varying oper-scan from 1 by 1
                     until oper-scan > opr-count
             perform o93-review-totals
             move logon-operator to dal-operator
             move "primesoper"   to oa-program
             move "oprreview"    to oa-action
             move "printed"      to oa-outcome
             move spaces to oa-detail
             string oper-count-ed  delimited by size
                    ' operator(s), ' delimited by size
                    oper-count-ed3 delimited by size
                    ' dormant'     delimited by size
                    into oa-detail
             end-string
             move 'audit-write' to dal-methods
             call "primes" using primes-dal
             move 'disconnect' to dal-methods
             call "primes" using primes-dal
             move 'stop' to ui-methods
             call "primesui" using primes-ui
             move 'log-message' to ui-methods
             move 0616 to ui-message-number
             move 'Access review printed.' to program-message
             call "primesui" using primes-ui
           end-if.

       o91-review-heading.

           move run-stamp-mm to oper-month.
           compute oper-quarter = ( oper-month - 1 ) / 3 + 1.
           move oper-dormant-days to oper-count-ed.

           move 'write-line' to ui-methods.
           move spaces to ui-report-line.
           string 'Access review '            delimited by size
                  run-stamp-yyyy              delimited by size
                  ' Q'                        delimited by size
                  oper-quarter                delimited by size
                  ' of primes_operators.dat, dormant after '
                    delimited by size
                  function trim(oper-count-ed) delimited by size
                  ' days'                     delimited by size
                  into ui-report-line
           end-string.
           call "primesui" using primes-ui.
           move spaces to ui-report-line.
           call "primesui" using primes-ui.
           move orp-head to ui-report-line.
           call "primesui" using primes-ui.

       o92-review-operator.

           move oper-scan to oper-slot.
           perform o33-build-rights.
           move ope-id(oper-scan) to orv-operator.
           move 'operator-review' to dal-methods.
           call "primes" using primes-dal.

           move spaces to orp-detail.
           move ope-id(oper-scan)          to orp-id.
           move oper-rights                to orp-rights.
           move ope-granted-by(oper-scan)  to orp-granted-by.
           move ope-granted-on(oper-scan)  to orp-granted-on.

           if not dal-method-ok
             move "?"      to orp-last orp-signon
             move zero     to orp-idle
           else
             move orv-signon-state to orp-signon
             if orv-has-activity
               move orv-last-at(1:10) to orp-last
               move orv-idle-days     to orp-idle
             else
               move "never"           to orp-last
               move zero              to orp-idle
             end-if
           end-if.

           if ope-suspended(oper-scan)
             add 1 to oper-susp-count
             move "SUSPENDED" to orp-state
           else
             add 1 to oper-active-count
             move "active"    to orp-state
             if dal-method-ok
               if not orv-has-activity
                 or orv-idle-days > oper-dormant-days
                 add 1 to oper-dormant-count
                 move "DORMANT" to orp-flag
               end-if
             end-if
           end-if.

           move 'write-line' to ui-methods.
           move orp-detail to ui-report-line.
           call "primesui" using primes-ui.

       o93-review-totals.

           move opr-count          to oper-count-ed.
           move oper-susp-count    to oper-count-ed2.
           move oper-dormant-count to oper-count-ed3.

           move 'write-line' to ui-methods.
           move spaces to ui-report-line.
           call "primesui" using primes-ui.
           move spaces to ui-report-line.
           string 'Operators listed: '  delimited by size
                  oper-count-ed         delimited by size
                  '   suspended: '      delimited by size
                  oper-count-ed2        delimited by size
                  '   dormant: '        delimited by size
                  oper-count-ed3        delimited by size
                  into ui-report-line
           end-string.
           call "primesui" using primes-ui.
           move oper-warnings to oper-numeric-ed.
           move spaces to ui-report-line.
           string 'File warnings at load: ' delimited by size
                  oper-numeric-ed           delimited by size
                  into ui-report-line
           end-string.
           call "primesui" using primes-ui.
