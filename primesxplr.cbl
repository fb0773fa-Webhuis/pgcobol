       identification division.
       program-id. primesxplr.

       environment division.
       configuration section.
       source-computer. linux-laptop.
       object-computer. linux-laptop.
       special-names.
           console is scherm.

       data division.
       working-storage section.
       01  filler               pic x(32) value "Start WS primesxplr".

      *    command line: environment (- or empty for the default
      *    schema) and an optional first number to show
       01  xplr-args            pic x(80) value space.
       01  xplr-env             pic x(32) value space.
       01  xplr-first           pic x(20) value space.

       01  xplr-continue        pic x     value "Y".
        88 xplr-keep-going       value "Y".
       01  xplr-input           pic x(32) value space.
       01  xplr-command         pic x(20) value space.
       01  xplr-shown           pic x     value "N".
        88 xplr-has-number       value "Y".
       01  xplr-number          pic 9(18) value zero.
       01  xplr-prime           pic x     value "N".
        88 xplr-is-prime         value "Y".
       01  xplr-method          pic x(8)  value space.
       01  xplr-max-prime       pic 9(18) value zero.
       01  xplr-below           pic 9(18) value zero.
       01  xplr-above           pic 9(18) value zero.
       01  xplr-gap             pic 9(18) value zero.
       01  xplr-gathered        pic x     value "N".
        88 xplr-was-gathered     value "Y".

      *    primality of the number -8, -6 ... +8 for the twin, cousin,
      *    sexy, triplet and quadruplet patterns around a prime
       01  xplr-offsets.
        03 xplr-near occurs 9 times.
         05 xplr-near-prime     pic x.
          88 xplr-near-is-prime  value "Y".
       01  xplr-off-idx         pic 9(2)  value zero.
       01  xplr-off-number      pic 9(18) value zero.
       01  xplr-label           pic x(12) value space.

      *    a factorization not in the cache is computed within
      *    PRIMES_FACTOR_SECS and stored when it is complete
       01  xplr-env-buffer      pic x(16) value space.
       01  xplr-budget-secs     pic 9(5)  value 10.
       01  xplr-fact-idx        pic 9(2)  value zero.
       01  xplr-factors         pic x(80) value space.
       01  xplr-fact-part       pic x(24) value space.
       01  xplr-exp-ed          pic z9.

       01  xplr-line            pic x(100) value space.
       01  xplr-ptr             pic 9(3)  value 1.
       01  xplr-numeric-ed      pic z(17)9.
       01  xplr-numeric-ed2     pic z(17)9.
       01  xplr-count-ed        pic z(8)9.
       01  xplr-req-idx         pic 9(2)  value zero.

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

           copy primes-math.

           copy primes-logon.

       procedure division.

           move 'primesxplr'    to program-name.
           move 'start-session' to program-paragraph.
           move 'start'         to ui-methods.
           call "primesui" using primes-ui.

           if not ui-method-ok
             display "Emergency console message program stops."
                upon scherm
             stop run.

           perform x90-stamp.
           move run-stamp to ui-run-stamp.
           move "explore" to ui-run-params.

           move "primesxplr" to logon-program.
           move "signon"     to logon-methods.
           call "primeslogon" using primes-logon.
           if not logon-method-ok
             move 'stop' to ui-methods
             call "primesui" using primes-ui
             stop run.

           accept xplr-args from command-line.
           unstring xplr-args delimited by all space
             into xplr-env xplr-first
           end-unstring.
           if xplr-env = "-"
             move spaces to xplr-env.

           accept xplr-env-buffer from environment "PRIMES_FACTOR_SECS".
           if xplr-env-buffer(1:1) >= '0'
             and xplr-env-buffer(1:1) <= '9'
             compute xplr-budget-secs =
                     function numval(function trim(xplr-env-buffer))
               on size error move 10 to xplr-budget-secs
             end-compute
           end-if.

           move 'log-message' to ui-methods.
           move 0621 to ui-message-number.
           move 'Number explorer starts.' to program-message.
           call "primesui" using primes-ui.

           move "start" to oa-outcome.
           move spaces  to oa-detail.
           string 'env '                      delimited by size
                  function trim(xplr-env)     delimited by size
                  into oa-detail
           end-string.
           perform x80-write-audit.

           if xplr-first(1:1) >= '0' and xplr-first(1:1) <= '9'
             move xplr-first to xplr-command
             perform x15-take-number
           end-if.

           perform x10-explore-loop until not xplr-keep-going.

           move 'log-message' to ui-methods.
           move 0622 to ui-message-number.
           move 'Number explorer ends.' to program-message.
           call "primesui" using primes-ui.

           move "end"  to oa-outcome.
           move spaces to oa-detail.
           string 'env '                      delimited by size
                  function trim(xplr-env)     delimited by size
                  into oa-detail
           end-string.
           perform x80-write-audit.

           move "signoff" to logon-methods.
           call "primeslogon" using primes-logon.

           move 'stop' to ui-methods.
           call "primesui" using primes-ui.

           stop run.

      *    a number shows its detail, N or + steps to the next prime,
      *    P or - to the previous one, R shows the number again
       x10-explore-loop.

           move 0623 to ui-message-number
           move 'Number, N)ext prime P)rev prime R)efresh Q)uit:'
             to program-message
           move 'prompt' to ui-methods
           call "primesui" using primes-ui.

           move spaces to xplr-input xplr-command.
           accept xplr-input from console.
           unstring xplr-input delimited by all space
             into xplr-command
           end-unstring.
           move function upper-case(xplr-command(1:1))
             to xplr-command(1:1).

           move "touch" to logon-methods.
           call "primeslogon" using primes-logon.
           if not logon-method-ok
             move "Q" to xplr-command
           end-if.

           evaluate true
             when xplr-command(1:1) >= '0'
              and xplr-command(1:1) <= '9'
               perform x15-take-number
             when xplr-command(1:1) = 'N' or xplr-command(1:1) = '+'
               perform x16-step-next
             when xplr-command(1:1) = 'P' or xplr-command(1:1) = '-'
               perform x17-step-previous
             when xplr-command(1:1) = 'R'
               if xplr-has-number
                 perform x20-show-number
               else
                 perform x18-no-number
               end-if
             when xplr-command(1:1) = 'Q'
               move "N" to xplr-continue
             when other
               move 0146 to ui-message-number
               move
             'Unrecognised option.'
                 to program-message
               move 'prompt' to ui-methods
               call "primesui" using primes-ui
           end-evaluate.

       x15-take-number.

           compute xplr-number =
                   function numval(function trim(xplr-command))
             on size error move zero to xplr-number
           end-compute.
           move "Y" to xplr-shown.
           perform x20-show-number.

       x16-step-next.

           if not xplr-has-number
             perform x18-no-number
           else
             if xplr-above = zero
               move 0624 to ui-message-number
               move 'No prime known above this number.'
                 to program-message
               move 'prompt' to ui-methods
               call "primesui" using primes-ui
             else
               move xplr-above to xplr-number
               perform x20-show-number
             end-if
           end-if.

       x17-step-previous.

           if not xplr-has-number
             perform x18-no-number
           else
             if xplr-below = zero
               move 0625 to ui-message-number
               move 'No prime below this number.' to program-message
               move 'prompt' to ui-methods
               call "primesui" using primes-ui
             else
               move xplr-below to xplr-number
               perform x20-show-number
             end-if
           end-if.

       x18-no-number.

           move 0626 to ui-message-number.
           move 'Type a number first.' to program-message.
           move 'prompt' to ui-methods.
           call "primesui" using primes-ui.

       x20-show-number.

           perform x30-gather.

           if xplr-was-gathered
             perform x50-paint-screen
             move "shown" to oa-outcome
           else
             move "failed" to oa-outcome
           end-if.

           move xplr-number to xplr-numeric-ed.
           move spaces to oa-detail.
           string 'number '                        delimited by size
                  function trim(xplr-numeric-ed)   delimited by size
                  ' env '                          delimited by size
                  function trim(xplr-env)          delimited by size
                  into oa-detail
           end-string.
           perform x80-write-audit.

      *    all figures of the number are read in one connection to
      *    the environment
       x30-gather.

           move "N" to xplr-gathered xplr-prime.
           move zero to xplr-below xplr-above xplr-max-prime.
           move spaces to xplr-method xplr-factors.

           move xplr-env  to dal-schema-name.
           move 'connect' to dal-methods.
           call "primes" using primes-dal.

           if not dal-method-ok
             move 0007 to ui-message-number
             move 'Database initialisation failed.'
               to program-message
             move 'prompt' to ui-methods
             call "primesui" using primes-ui
           else
             move xplr-number to lookup-number of primes-dal
             move 'lookup' to dal-methods
             call "primes" using primes-dal
             if dal-method-ok
               move "Y"              to xplr-gathered
               move lookup-found     to xplr-prime
               move lookup-method    to xplr-method
               move lookup-max-prime to xplr-max-prime
               perform x31-neighbours
               perform x33-constellations
               move xplr-number to nd-number
               move xplr-below  to nd-below
               move 'number-detail' to dal-methods
               call "primes" using primes-dal
               if not dal-method-ok
                 move 0627 to ui-message-number
                 move 'Some details of the number could not be read.'
                   to program-message
                 move 'prompt' to ui-methods
                 call "primesui" using primes-ui
               end-if
               if not xplr-is-prime and xplr-number >= 2
                 perform x35-factors
               end-if
             else
               move 0628 to ui-message-number
               move 'Number lookup failed.' to program-message
               move 'prompt' to ui-methods
               call "primesui" using primes-ui
             end-if
             move 'disconnect' to dal-methods
             call "primes" using primes-dal
           end-if.

      *    the neighbours are the primes strictly below and above
       x31-neighbours.

           if xplr-number > 2
             compute lookup-number of primes-dal = xplr-number - 1
             move 'nearest' to dal-methods
             call "primes" using primes-dal
             if dal-method-ok and nearest-below-exists
               move nearest-below to xplr-below
             end-if
           end-if.

           if xplr-number < 999999999999999999
             compute lookup-number of primes-dal = xplr-number + 1
             move 'nearest' to dal-methods
             call "primes" using primes-dal
             if dal-method-ok and nearest-above-exists
               move nearest-above to xplr-above
             end-if
           end-if.

       x33-constellations.

           move all "N" to xplr-offsets.
           if xplr-is-prime
             perform x34-test-offset
                     varying xplr-off-idx from 1 by 1
                     until xplr-off-idx > 9
           end-if.

      *    entry 5 is the number itself, entry 1 the number - 8
       x34-test-offset.

           if xplr-off-idx = 5
             move "Y" to xplr-near-prime(5)
           else
             if xplr-number + xplr-off-idx * 2 > 11
                and xplr-number < 999999999999999990
               compute xplr-off-number =
                       xplr-number + xplr-off-idx * 2 - 10
               move xplr-off-number to math-number
               move 'isprime' to math-methods
               call "primesmath" using primes-math
               move math-prime-flag to xplr-near-prime(xplr-off-idx)
             end-if
           end-if.

       x35-factors.

           if nd-fc-was-found
             move nd-factors to xplr-factors
           else
             move xplr-number      to math-number
             move xplr-budget-secs to math-budget-secs
             move 'factor' to math-methods
             call "primesmath" using primes-math
             perform x36-append-factor
                     varying xplr-fact-idx from 1 by 1
                     until xplr-fact-idx > math-factor-count
             if math-factor-complete
               move xplr-number        to fc-number
               move xplr-factors       to fc-factors
               move math-factor-method to fc-method
               move 'factor-put' to dal-methods
               call "primes" using primes-dal
             end-if
           end-if.

       x36-append-factor.

           move math-factor-prime(xplr-fact-idx) to xplr-numeric-ed.
           move math-factor-exp(xplr-fact-idx)   to xplr-exp-ed.
           move spaces to xplr-fact-part.
           string function trim(xplr-numeric-ed) delimited by size
                  "^"                            delimited by size
                  function trim(xplr-exp-ed)     delimited by size
                  into xplr-fact-part
           end-string.
           if xplr-factors = spaces
             move xplr-fact-part to xplr-factors
           else
             string function trim(xplr-factors)   delimited by size
                    " "                           delimited by size
                    function trim(xplr-fact-part) delimited by size
                    into xplr-factors
             end-string.

       x50-paint-screen.

           perform x90-stamp.

           display " " upon scherm.
           if xplr-env = spaces
             display "---- number detail " run-stamp
                     " default schema ----" upon scherm
           else
             display "---- number detail " run-stamp " env "
                     function trim(xplr-env) " ----" upon scherm
           end-if.

           move xplr-number to xplr-numeric-ed.
           display "number      : " function trim(xplr-numeric-ed)
              upon scherm.

           perform x51-show-status.
           perform x52-show-neighbours.
           perform x53-show-constellations.
           perform x55-show-attributes.
           perform x56-show-factors.
           perform x57-show-row-hash.
           perform x58-show-requests.

       x51-show-status.

           move spaces to xplr-line.
           evaluate true
             when xplr-number < 2
               move "neither prime nor composite" to xplr-line
             when xplr-is-prime and nd-is-in-table
               move nd-ident to xplr-numeric-ed
               string 'prime, ident '               delimited by size
                      function trim(xplr-numeric-ed)
                                                     delimited by size
                      ' ('                           delimited by size
                      function trim(xplr-method)     delimited by size
                      ')'                            delimited by size
                      into xplr-line
               end-string
             when xplr-is-prime and xplr-number > xplr-max-prime
               string 'prime, beyond the table ('   delimited by size
                      function trim(xplr-method)     delimited by size
                      ')'                            delimited by size
                      into xplr-line
               end-string
             when xplr-is-prime
               string 'prime, NOT IN THE TABLE ('   delimited by size
                      function trim(xplr-method)     delimited by size
                      ')'                            delimited by size
                      into xplr-line
               end-string
             when other
               string 'composite ('                 delimited by size
                      function trim(xplr-method)     delimited by size
                      ')'                            delimited by size
                      into xplr-line
               end-string
           end-evaluate.
           display "status      : " function trim(xplr-line)
              upon scherm.

       x52-show-neighbours.

           move spaces to xplr-line.
           move 1 to xplr-ptr.
           if xplr-below > zero
             move xplr-below to xplr-numeric-ed
             compute xplr-gap = xplr-number - xplr-below
             move xplr-gap to xplr-numeric-ed2
             string 'below '                         delimited by size
                    function trim(xplr-numeric-ed)   delimited by size
                    ' gap '                          delimited by size
                    function trim(xplr-numeric-ed2)  delimited by size
                    into xplr-line with pointer xplr-ptr
             end-string
             if nd-gap-below-record
               string ' (record gap)'                delimited by size
                      into xplr-line with pointer xplr-ptr
               end-string
             end-if
           else
             string 'below none'                     delimited by size
                    into xplr-line with pointer xplr-ptr
             end-string
           end-if.

           if xplr-above > zero
             move xplr-above to xplr-numeric-ed
             compute xplr-gap = xplr-above - xplr-number
             move xplr-gap to xplr-numeric-ed2
             string ', above '                       delimited by size
                    function trim(xplr-numeric-ed)   delimited by size
                    ' gap '                          delimited by size
                    function trim(xplr-numeric-ed2)  delimited by size
                    into xplr-line with pointer xplr-ptr
             end-string
             if nd-gap-above-record
               string ' (record gap)'                delimited by size
                      into xplr-line with pointer xplr-ptr
               end-string
             end-if
           else
             string ', above none'                   delimited by size
                    into xplr-line with pointer xplr-ptr
             end-string
           end-if.
           display "neighbours  : " function trim(xplr-line)
              upon scherm.

      *    pairs name the partner, triplets and quadruplets their
      *    smallest member
       x53-show-constellations.

           if not xplr-is-prime
             display "patterns    : not a prime" upon scherm
           else
             move spaces to xplr-line
             move 1 to xplr-ptr
             if xplr-near-is-prime(4)
               compute xplr-off-number = xplr-number - 2
               move "twin" to xplr-label
               perform x54-add-member
             end-if
             if xplr-near-is-prime(6)
               compute xplr-off-number = xplr-number + 2
               move "twin" to xplr-label
               perform x54-add-member
             end-if
             if xplr-near-is-prime(3)
               compute xplr-off-number = xplr-number - 4
               move "cousin" to xplr-label
               perform x54-add-member
             end-if
             if xplr-near-is-prime(7)
               compute xplr-off-number = xplr-number + 4
               move "cousin" to xplr-label
               perform x54-add-member
             end-if
             if xplr-near-is-prime(2)
               compute xplr-off-number = xplr-number - 6
               move "sexy" to xplr-label
               perform x54-add-member
             end-if
             if xplr-near-is-prime(8)
               compute xplr-off-number = xplr-number + 6
               move "sexy" to xplr-label
               perform x54-add-member
             end-if
             if xplr-line = spaces
               move "isolated" to xplr-line
             end-if
             display "pairs       : " function trim(xplr-line)
                upon scherm

             move spaces to xplr-line
             move 1 to xplr-ptr
             move "triplet" to xplr-label
             if xplr-near-is-prime(6) and xplr-near-is-prime(8)
                or xplr-near-is-prime(7) and xplr-near-is-prime(8)
               move xplr-number to xplr-off-number
               perform x54-add-member
             end-if
             if xplr-near-is-prime(4) and xplr-near-is-prime(7)
               compute xplr-off-number = xplr-number - 2
               perform x54-add-member
             end-if
             if xplr-near-is-prime(3) and xplr-near-is-prime(6)
               compute xplr-off-number = xplr-number - 4
               perform x54-add-member
             end-if
             if xplr-near-is-prime(2) and xplr-near-is-prime(3)
                or xplr-near-is-prime(2) and xplr-near-is-prime(4)
               compute xplr-off-number = xplr-number - 6
               perform x54-add-member
             end-if
             move "quadruplet" to xplr-label
             if xplr-near-is-prime(6) and xplr-near-is-prime(8)
                and xplr-near-is-prime(9)
               move xplr-number to xplr-off-number
               perform x54-add-member
             end-if
             if xplr-near-is-prime(4) and xplr-near-is-prime(7)
                and xplr-near-is-prime(8)
               compute xplr-off-number = xplr-number - 2
               perform x54-add-member
             end-if
             if xplr-near-is-prime(2) and xplr-near-is-prime(3)
                and xplr-near-is-prime(6)
               compute xplr-off-number = xplr-number - 6
               perform x54-add-member
             end-if
             if xplr-near-is-prime(1) and xplr-near-is-prime(2)
                and xplr-near-is-prime(4)
               compute xplr-off-number = xplr-number - 8
               perform x54-add-member
             end-if
             if xplr-line = spaces
               move "none" to xplr-line
             end-if
             display "groups      : " function trim(xplr-line)
                upon scherm
           end-if.

       x54-add-member.

           move xplr-off-number to xplr-numeric-ed.
           if xplr-ptr > 1
             string ', '                             delimited by size
                    into xplr-line with pointer xplr-ptr
             end-string
           end-if.
           string function trim(xplr-label)          delimited by size
                  ' '                                delimited by size
                  function trim(xplr-numeric-ed)     delimited by size
                  into xplr-line with pointer xplr-ptr
           end-string.

       x55-show-attributes.

           evaluate true
             when not nd-is-in-table
               display "attributes  : no row in the table" upon scherm
             when not nd-attr-was-found
               display "attributes  : not classified yet" upon scherm
             when other
               display "attributes  : palindrome " nd-palindrome
                       "  mersenne " nd-mersenne
                       "  sophie-germain " nd-sophie-germain
                       "  twin " nd-twin-flag
                  upon scherm
           end-evaluate.

       x56-show-factors.

           move spaces to xplr-line.
           evaluate true
             when xplr-number < 2 or xplr-is-prime
               move "-" to xplr-line
             when nd-fc-was-found
               move nd-fc-hits to xplr-count-ed
               string function trim(xplr-factors)  delimited by size
                      '  (cached, '                delimited by size
                      function trim(nd-fc-method)  delimited by size
                      ', '                         delimited by size
                      function trim(xplr-count-ed) delimited by size
                      ' hits)'                     delimited by size
                      into xplr-line
               end-string
             when math-factor-partial
               move math-cofactor to xplr-numeric-ed
               string function trim(xplr-factors)  delimited by size
                      '  partial, cofactor '       delimited by size
                      function trim(xplr-numeric-ed)
                                                   delimited by size
                      ' unresolved'                delimited by size
                      into xplr-line
               end-string
             when other
               string function trim(xplr-factors)  delimited by size
                      '  (computed, '              delimited by size
                      function trim(math-factor-method)
                                                   delimited by size
                      ')'                          delimited by size
                      into xplr-line
               end-string
           end-evaluate.
           display "factors     : " function trim(xplr-line)
              upon scherm.

       x57-show-row-hash.

           evaluate true
             when not nd-is-in-table
               display "row hash    : no row in the table" upon scherm
             when nd-hash-verified
               display "row hash    : verified" upon scherm
             when nd-hash-missing
               display "row hash    : not stamped" upon scherm
             when other
               display "row hash    : *** MISMATCH ***" upon scherm
           end-evaluate.

       x58-show-requests.

           move nd-req-total to xplr-count-ed.
           if nd-req-total = zero
             display "requests    : none" upon scherm
           else
             display "requests    : " function trim(xplr-count-ed)
                     " in total, latest first" upon scherm
             perform x59-show-request-row
                     varying xplr-req-idx from 1 by 1
                     until xplr-req-idx > nd-req-count
           end-if.

       x59-show-request-row.

           move nd-req-id(xplr-req-idx) to xplr-count-ed.
           display "  " xplr-count-ed " "
                   nd-req-client(xplr-req-idx) " "
                   nd-req-type(xplr-req-idx) " "
                   nd-req-status(xplr-req-idx) " "
                   nd-req-at(xplr-req-idx)
              upon scherm.

      *    the session trail lives in the default schema
       x80-write-audit.

           move space     to dal-schema-name.
           move 'connect' to dal-methods.
           call "primes" using primes-dal.

           if dal-method-ok
             move logon-operator to dal-operator
             move "primesxplr"   to oa-program
             move "explore"      to oa-action
             move 'audit-write'  to dal-methods
             call "primes" using primes-dal
           end-if.

           if not dal-method-ok
             move 0629 to ui-message-number
             move 'Explorer audit could not be written.'
               to program-message
             move 'prompt' to ui-methods
             call "primesui" using primes-ui
           end-if.

           move 'disconnect' to dal-methods.
           call "primes" using primes-dal.

       x90-stamp.

           accept current-date-time from date yyyymmdd.
           accept current-date-time(9:) from time.
           move current-date-time(1:4)  to run-stamp-yyyy.
           move current-date-time(5:2)  to run-stamp-mm.
           move current-date-time(7:2)  to run-stamp-dd.
           move current-date-time(9:2)  to run-stamp-hh.
           move current-date-time(11:2) to run-stamp-min.
           move current-date-time(13:2) to run-stamp-ss.
