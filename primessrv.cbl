       01  srv-numeric-ed       pic z(17)9.
       01  srv-numeric-ed2      pic z(17)9.
       01  srv-summary          pic x(80) value space.
       01  srv-range-limit      pic 9(9)  value 500.
       01  srv-range-env        pic x(9)  value space.
       01  srv-range-rows       pic 9(18) value zero.
       01  srv-numeric-ed3      pic z(17)9.
       01  srv-random-limit     pic 9(6)  value 100.
       01  srv-random-draws     pic 9(9)  value zero.
       01  srv-random-max       pic 9(9)  value zero.
       01  srv-random-done      pic x     value "N".
        88 srv-random-is-done    value "Y".

       01  fact-divisor         pic 9(18)  value zero.
       01  fact-exp             pic 9(2)  value zero.
       01  fact-budget-env      pic x(9)  value space.
       01  fact-budget-secs     pic 9(5)  value 10.
       01  fact-answer          pic x(80) value space.
       01  fact-part            pic x(16) value space.
       01  fact-prime-ed        pic z(17)9.

           copy primes-dal.

           copy primes-math.

       procedure division.

           accept srv-args from command-line.

           accept dal-operator from environment "PRIMES_OPERATOR".

           accept srv-range-env from environment "PRIMES_RANGE_LIMIT".
           if srv-range-env(1:1) >= '0' and srv-range-env(1:1) <= '9'
             compute srv-range-limit =
                     function numval(function trim(srv-range-env)).
           if srv-range-limit = zero
             move 500 to srv-range-limit.

           accept fact-budget-env from environment "PRIMES_FACTOR_SECS".
           if fact-budget-env(1:1) >= '0'
              and fact-budget-env(1:1) <= '9'
             compute fact-budget-secs =
                     function numval(function trim(fact-budget-env)).

           move srv-arg1   to dal-schema-name.
           move 'connect'  to dal-methods.
           call "primes" using primes-dal.
           move space   to rq-answer.
           move "N"     to lookup-found.
           move zero    to nearest-below nearest-above.
           move zero    to pc-row-count.
           move "N"     to pc-truncated.

           evaluate function trim(rq-type)

               move 'lookup'  to dal-methods
               call "primes" using primes-dal
               if dal-method-ok
                 move spaces to rq-answer
                 if lookup-is-prime
                   string "PRIME by "    delimited by size
                          lookup-method  delimited by space
                          into rq-answer
                   end-string
                 else
                   string "NOTPRIME by " delimited by size
                          lookup-method  delimited by space
                          into rq-answer
                   end-string
                 end-if
               else
                 move "error" to rq-status
                        srv-numeric-ed  delimited by size
                        " above "       delimited by size
                        srv-numeric-ed2 delimited by size
                        " by "          delimited by size
                        lookup-method   delimited by space
                        into rq-answer
                 end-string
               else
                 perform v40-factor-number
               end-if

             when "nthprime"
               if rq-number = zero
                 move "error" to rq-status
                 move "position must be 1 or more" to rq-answer
               else
                 perform v62-answer-nthprime
               end-if

             when "count"
               perform v64-answer-count

             when "range"
               if rq-number-to < rq-number
                 move "error" to rq-status
                 move "range end below range start" to rq-answer
               else
                 perform v66-answer-range
               end-if

             when "random"
               if rq-number < 1 or rq-number > 18
                 move "error" to rq-status
                 move "digits must be 1 to 18" to rq-answer
               else
                 perform v68-answer-random
               end-if

             when other
               move "error" to rq-status
               move "unknown request type" to rq-answer
           move 'request-answer' to dal-methods.
           call "primes" using primes-dal.

           if rq-status = "done" or rq-status = "partial"
             add 1 to srv-answered
           else
             add 1 to srv-errors.

       v45-compute-factors.

           move rq-number        to math-number.
           move rq-number        to lookup-number of primes-dal.
           move 'bitmap-lookup'  to dal-methods.
           call "primes" using primes-dal.
           if lookup-method = "bitmap" and lookup-is-prime
             move 1        to math-factor-count math-cofactor
             move "C"      to math-factor-status
             move "bitmap" to math-factor-method
             move rq-number to math-factor-prime(1)
             move 1        to math-factor-exp(1)
           else
             move fact-budget-secs to math-budget-secs
             move 'factor'         to math-methods
             call "primesmath" using primes-math.

           move spaces to fact-answer.
           perform v50-factor-entry
                   varying math-fidx from 1 by 1
                   until math-fidx > math-factor-count.

           if math-factor-partial
             move "partial" to rq-status
             move math-cofactor to fact-prime-ed
             move spaces to rq-answer
             string function trim(fact-answer) delimited by size
                    " cofactor "               delimited by size
                    function trim(fact-prime-ed) delimited by size
                    into rq-answer
             end-string
           else
             move fact-answer to rq-answer
             move rq-number   to fc-number
             move fact-answer to fc-factors
             move math-factor-method to fc-method
             move 'factor-put' to dal-methods
             call "primes" using primes-dal.

       v50-factor-entry.

           move math-factor-prime(math-fidx) to fact-divisor.
           move math-factor-exp(math-fidx)   to fact-exp.
           perform v60-append-factor.

       v60-append-factor.

                    into fact-answer
             end-string.

       v62-answer-nthprime.

           move rq-number   to pc-number.
           move 'nth-prime' to dal-methods.
           call "primes" using primes-dal.

           move spaces to rq-answer.
           if dal-method-ok
             if pc-was-found
               move pc-result to srv-numeric-ed
               string "prime "                     delimited by size
                      function trim(srv-numeric-ed) delimited by size
                      into rq-answer
               end-string
             else
               move "error" to rq-status
               move pc-table-count to srv-numeric-ed
               string "beyond stored primes, count "
                                                   delimited by size
                      function trim(srv-numeric-ed) delimited by size
                      into rq-answer
               end-string
             end-if
           else
             move "error" to rq-status
             move "nthprime failed" to rq-answer
           end-if.

       v64-answer-count.

           move rq-number     to pc-number.
           move 'prime-count' to dal-methods.
           call "primes" using primes-dal.

           move spaces to rq-answer.
           if dal-method-ok
             move pc-result to srv-numeric-ed
             if rq-number > pc-max-prime
               move pc-max-prime to srv-numeric-ed2
               string "count "                      delimited by size
                      function trim(srv-numeric-ed)  delimited by size
                      " coverage to "                delimited by size
                      function trim(srv-numeric-ed2) delimited by size
                      into rq-answer
               end-string
             else
               string "count "                      delimited by size
                      function trim(srv-numeric-ed)  delimited by size
                      into rq-answer
               end-string
             end-if
           else
             move "error" to rq-status
             move "count failed" to rq-answer
           end-if.

       v66-answer-range.

           move rq-number       to pc-low.
           move rq-number-to    to pc-high.
           move srv-range-limit to pc-limit.
           move 'range-answer'  to dal-methods.
           call "primes" using primes-dal.

           move spaces to rq-answer.
           if dal-method-ok
             if pc-is-truncated
               move pc-limit     to srv-range-rows
             else
               move pc-row-count to srv-range-rows
             end-if
             move pc-row-count   to srv-numeric-ed
             move srv-range-rows to srv-numeric-ed2
             string "count "                      delimited by size
                    function trim(srv-numeric-ed)  delimited by size
                    " rows "                       delimited by size
                    function trim(srv-numeric-ed2) delimited by size
                    into rq-answer
             end-string
             if pc-is-truncated
               string function trim(rq-answer)    delimited by size
                      " TRUNCATED"                 delimited by size
                      into rq-answer
               end-string
             end-if
             if pc-high > pc-max-prime
               move pc-max-prime to srv-numeric-ed3
               string function trim(rq-answer)    delimited by size
                      " coverage to "              delimited by size
                      function trim(srv-numeric-ed3)
                                                   delimited by size
                      into rq-answer
               end-string
             end-if
           else
             move "error" to rq-status
             move "range failed" to rq-answer
           end-if.

      *    a random request reads "random digits count client"; the
      *    request id is the seed, so a draw can be repeated from it
       v68-answer-random.

           compute math-low  = 10 ** ( rq-number - 1 ).
           compute math-high = 10 ** rq-number - 1.
           if rq-number-to = zero
             move 1 to rq-number-to.
           if rq-number-to > srv-random-limit
             move srv-random-limit to rq-number-to.

           move rq-id         to math-seed iss-seed iss-request-id.
           move zero          to math-rand-state iss-draw-no pc-seq.
           move rq-client     to iss-requester.
           move 'service'     to iss-purpose.
           move spaces        to iss-spec.
           move rq-number     to srv-numeric-ed.
           string 'D'                           delimited by size
                  function trim(srv-numeric-ed) delimited by size
                  into iss-spec
           end-string.
           compute srv-random-max = rq-number-to * 20 + 100.
           move "N" to srv-random-done.

           perform v69-random-draw until srv-random-is-done.

           move spaces to rq-answer.
           if dal-method-ok
             move pc-seq to srv-numeric-ed
             move rq-id  to srv-numeric-ed2
             string "issued "                     delimited by size
                    function trim(srv-numeric-ed)  delimited by size
                    " seed "                       delimited by size
                    function trim(srv-numeric-ed2) delimited by size
                    into rq-answer
             end-string
             if pc-seq < rq-number-to
               move "partial" to rq-status
             end-if
           else
             move "error" to rq-status
             move "random failed" to rq-answer
           end-if.

       v69-random-draw.

           add 1 to iss-draw-no.
           move 'randprime' to math-methods.
           call "primesmath" using primes-math.

           if math-found = zero
             move "Y" to srv-random-done
           else
             move math-found   to iss-prime
             move 'issue-take' to dal-methods
             call "primes" using primes-dal
             if dal-method-ok and iss-was-taken
               add 1 to pc-seq
               move iss-prime    to pc-prime
               move 'rsprow-put' to dal-methods
               call "primes" using primes-dal
             end-if
             if dal-method-nok
               move "Y" to srv-random-done
             end-if
           end-if.

           if pc-seq >= rq-number-to
              or iss-draw-no >= srv-random-max
             move "Y" to srv-random-done.

       v80-close-service.

           move srv-answered to srv-numeric-ed.
