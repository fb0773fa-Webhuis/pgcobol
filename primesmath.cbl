       identification division.
       program-id. primesmath.

       environment division.
       configuration section.
       source-computer. linux-laptop.
       object-computer. linux-laptop.
       special-names.
           console is scherm.

       data division.
       working-storage section.
       01  filler               pic x(32) value "Start WS primesmath".

      *    primality is decided by trial division by the primes up to
      *    37 followed by miller-rabin with the same twelve bases,
      *    which is deterministic for every number below 3 * 10**23
      *    and so for the full 18-digit range.
       01  mr-base-values       pic x(24)
                                value "020305071113171923293137".
       01  mr-base-table redefines mr-base-values.
        03 mr-base              pic 9(2) occurs 12 times.
       01  mr-base-idx          pic 9(2)  value zero.
       01  mr-n                 pic 9(18) value zero.
       01  mr-n-minus-1         pic 9(18) value zero.
       01  mr-d                 pic 9(18) value zero.
       01  mr-s                 pic 9(2)  value zero.
       01  mr-x                 pic 9(18) value zero.
       01  mr-a                 pic 9(18) value zero.
       01  mr-q                 pic 9(18) value zero.
       01  mr-r                 pic 9(18) value zero.
       01  mr-round             pic 9(2)  value zero.
       01  mr-verdict           pic x     value "N".
        88 mr-is-prime           value "Y".
       01  mr-decided           pic x     value "N".
        88 mr-is-decided         value "Y".
       01  mr-odd               pic x     value "N".
        88 mr-d-is-odd           value "Y".
       01  mr-passed            pic x     value "N".
        88 mr-round-passed       value "Y".
       01  mr-largest-prime     pic 9(18)
                                value 999999999999999989.

       01  pm-base              pic 9(18) value zero.
       01  pm-exp               pic 9(18) value zero.
       01  pm-mod               pic 9(18) value zero.
       01  pm-result            pic 9(18) value zero.
       01  pm-q                 pic 9(18) value zero.
       01  pm-bit               pic 9     value zero.

      *    a * b mod m for 18-digit operands: b is split in two
      *    9-digit halves so no intermediate exceeds 28 digits.
       01  mm-a                 pic 9(18) value zero.
       01  mm-b                 pic 9(18) value zero.
       01  mm-m                 pic 9(18) value zero.
       01  mm-result            pic 9(18) value zero.
       01  mm-bh                pic 9(9)  value zero.
       01  mm-bl                pic 9(9)  value zero.
       01  mm-r                 pic 9(18) value zero.
       01  mm-t                 pic 9(28) value zero.
       01  mm-q                 pic 9(28) value zero.

      *    factorization: small divisors by trial division, the rest
      *    split with pollard rho in brent's form.  parts still to
      *    be split wait on fx-stack.
       01  fx-trial-limit       pic 9(4)  value 1000.
       01  fx-n                 pic 9(18) value zero.
       01  fx-d                 pic 9(18) value zero.
       01  fx-q                 pic 9(18) value zero.
       01  fx-r                 pic 9(18) value zero.
       01  fx-exp               pic 9(2)  value zero.
       01  fx-prime             pic 9(18) value zero.
       01  fx-pos               pic 9(2)  value zero.
       01  fx-move              pic 9(2)  value zero.
       01  fx-found             pic x     value "N".
        88 fx-entry-found        value "Y".
       01  fx-timed-out         pic x     value "N".
        88 fx-out-of-time        value "Y".
       01  fx-stack-count       pic 9(2)  value zero.
       01  fx-stack.
        03 fx-part              pic 9(18) occurs 20 times.

       01  rho-n                pic 9(18) value zero.
       01  rho-x                pic 9(18) value zero.
       01  rho-y                pic 9(18) value zero.
       01  rho-ys               pic 9(18) value zero.
       01  rho-c                pic 9(18) value zero.
       01  rho-q                pic 9(18) value zero.
       01  rho-g                pic 9(18) value zero.
       01  rho-diff             pic 9(18) value zero.
       01  rho-t                pic 9(19) value zero.
       01  rho-r                pic 9(9)  value zero.
       01  rho-k                pic 9(9)  value zero.
       01  rho-i                pic 9(9)  value zero.
       01  rho-limit            pic 9(9)  value zero.
       01  rho-batch            pic 9(4)  value 128.
       01  rho-tries            pic 9(3)  value zero.

       01  gcd-a                pic 9(18) value zero.
       01  gcd-b                pic 9(18) value zero.
       01  gcd-q                pic 9(18) value zero.
       01  gcd-r                pic 9(18) value zero.

       01  rn-value             pic 9(18) value zero.
       01  rn-span              pic 9(18) value zero.
       01  rn-q                 pic 9(18) value zero.
       01  rn-r                 pic 9(18) value zero.
       01  rn-product           pic 9(18) value zero.

       01  clock-time           pic 9(8)  value zero.
       01  clock-parts redefines clock-time.
        03 clock-hh             pic 9(2).
        03 clock-mm             pic 9(2).
        03 clock-ss             pic 9(2).
        03 clock-cc             pic 9(2).
       01  clock-start          pic 9(9)  value zero.
       01  clock-now            pic 9(9)  value zero.
       01  clock-elapsed        pic s9(9) value zero.
       01  clock-budget         pic 9(9)  value zero.

       linkage section.

           copy primes-math.

       procedure division using primes-math.

           move 0 to math-result.

           evaluate true
             when math-is-prime
               move math-number to mr-n
               perform p10-test-number
               move mr-verdict to math-prime-flag
             when math-next-prime
               perform p20-next-prime
             when math-prev-prime
               perform p30-prev-prime
             when math-factor
               perform p80-factor
             when math-random-prime
               perform p50-random-prime
             when other
               move 1 to math-result
           end-evaluate.

           exit program.

       p10-test-number.

           move "N" to mr-verdict mr-decided.

           if mr-n < 2
             move "Y" to mr-decided
           else
             perform p11-small-divisor
                     varying mr-base-idx from 1 by 1
                     until mr-base-idx > 12 or mr-is-decided
             if not mr-is-decided and mr-n < 1681
               move "Y" to mr-verdict mr-decided
             end-if
             if not mr-is-decided
               perform p40-miller-rabin
             end-if
           end-if.

       p11-small-divisor.

           move mr-base(mr-base-idx) to mr-a.
           if mr-n = mr-a
             move "Y" to mr-verdict mr-decided
           else
             divide mr-n by mr-a giving mr-q remainder mr-r
             if mr-r = zero
               move "N" to mr-verdict
               move "Y" to mr-decided
             end-if
           end-if.

       p20-next-prime.

           move zero        to math-found.
           move math-number to mr-n.

           if mr-n <= 2
             move 2 to math-found
           else
             if mr-n <= mr-largest-prime
               divide mr-n by 2 giving mr-q remainder mr-r
               if mr-r = zero
                 add 1 to mr-n
               end-if
               move "N" to mr-verdict
               perform p21-try-upward
                 until mr-is-prime or mr-n > mr-largest-prime
               if mr-is-prime
                 move mr-n to math-found
               end-if
             end-if
           end-if.

       p21-try-upward.

           perform p10-test-number.
           if not mr-is-prime
             add 2 to mr-n.

       p30-prev-prime.

           move zero        to math-found.
           move math-number to mr-n.

           if mr-n >= 2
             if mr-n <= 3
               move mr-n to math-found
             else
               divide mr-n by 2 giving mr-q remainder mr-r
               if mr-r = zero
                 subtract 1 from mr-n
               end-if
               move "N" to mr-verdict
               perform p31-try-downward
                 until mr-is-prime or mr-n < 3
               if mr-is-prime
                 move mr-n to math-found
               else
                 move 2    to math-found
               end-if
             end-if
           end-if.

       p31-try-downward.

           perform p10-test-number.
           if not mr-is-prime
             subtract 2 from mr-n.

       p40-miller-rabin.

           compute mr-n-minus-1 = mr-n - 1.
           move mr-n-minus-1 to mr-d.
           move zero to mr-s.
           move "N"  to mr-odd.
           perform p41-strip-two until mr-d-is-odd.

           move "Y" to mr-verdict.
           perform p42-witness
                   varying mr-base-idx from 1 by 1
                   until mr-base-idx > 12 or not mr-is-prime.

       p41-strip-two.

           divide mr-d by 2 giving mr-q remainder mr-r.
           if mr-r = zero
             move mr-q to mr-d
             add 1 to mr-s
           else
             move "Y" to mr-odd.

       p42-witness.

           move mr-base(mr-base-idx) to pm-base.
           move mr-d to pm-exp.
           move mr-n to pm-mod.
           perform p60-power-mod.
           move pm-result to mr-x.

           if mr-x not = 1 and mr-x not = mr-n-minus-1
             move "N" to mr-passed
             move 1   to mr-round
             perform p43-square-step
               until mr-round >= mr-s or mr-round-passed
             if not mr-round-passed
               move "N" to mr-verdict
             end-if
           end-if.

       p43-square-step.

           move mr-x to mm-a mm-b.
           move mr-n to mm-m.
           perform p70-mul-mod.
           move mm-result to mr-x.
           if mr-x = mr-n-minus-1
             move "Y" to mr-passed.
           add 1 to mr-round.

      *    park-miller minimal standard generator; three draws of
      *    six digits each give a start point anywhere in the span,
      *    the prime at or above it is taken, wrapping to math-low
       p50-random-prime.

           move zero to math-found.

           if math-high >= math-low
             if math-rand-state = zero
               divide math-seed by 2147483646
                      giving rn-q remainder rn-r
               compute math-rand-state = rn-r + 1
             end-if
             move zero to rn-value
             perform p51-random-step 3 times
             compute rn-span = math-high - math-low + 1
             divide rn-value by rn-span giving rn-q remainder rn-r
             compute math-number = math-low + rn-r
             perform p20-next-prime
             if math-found = zero or math-found > math-high
               move math-low to math-number
               perform p20-next-prime
               if math-found > math-high
                 move zero to math-found
               end-if
             end-if
           end-if.

       p51-random-step.

           compute rn-product = math-rand-state * 48271.
           divide rn-product by 2147483647 giving rn-q remainder rn-r.
           move rn-r to math-rand-state.
           divide rn-r by 1000000 giving rn-q remainder rn-r.
           compute rn-value = rn-value * 1000000 + rn-r.

       p60-power-mod.

           move 1 to pm-result.
           divide pm-base by pm-mod giving pm-q remainder pm-base.
           move pm-mod to mm-m.
           perform p61-power-step until pm-exp = zero.

       p61-power-step.

           divide pm-exp by 2 giving pm-q remainder pm-bit.
           move pm-q to pm-exp.
           if pm-bit = 1
             move pm-result to mm-a
             move pm-base   to mm-b
             perform p70-mul-mod
             move mm-result to pm-result.
           if pm-exp > zero
             move pm-base to mm-a mm-b
             perform p70-mul-mod
             move mm-result to pm-base.

       p70-mul-mod.

           divide mm-b by 1000000000 giving mm-bh remainder mm-bl.
           compute mm-t = mm-a * mm-bh.
           divide mm-t by mm-m giving mm-q remainder mm-r.
           compute mm-t = mm-r * 1000000000 + mm-a * mm-bl.
           divide mm-t by mm-m giving mm-q remainder mm-result.

       p80-factor.

           move zero  to math-factor-count fx-stack-count.
           move 1     to math-cofactor.
           move "C"   to math-factor-status.
           move "N"   to fx-timed-out.
           move "trial" to math-factor-method.
           compute clock-budget = math-budget-secs * 100.
           perform p95-read-clock.
           move clock-now to clock-start.

           move math-number to fx-n.
           if fx-n >= 2
             move 2 to fx-d
             perform p81-trial-divisor
             perform p81-trial-divisor
               until fx-d > fx-trial-limit or fx-d * fx-d > fx-n
           end-if.

           if fx-n > 1
             move fx-n to mr-n
             perform p10-test-number
             if mr-is-prime
               move fx-n to fx-prime
               move 1    to fx-exp
               perform p86-add-factor
             else
               move "rho" to math-factor-method
               move 1     to fx-stack-count
               move fx-n  to fx-part(1)
               perform p82-split-part
                 until fx-stack-count = zero or fx-out-of-time
             end-if
           end-if.

           if fx-out-of-time
             move "P" to math-factor-status
             perform p85-collect-cofactor
               until fx-stack-count = zero.

       p81-trial-divisor.

           move zero to fx-exp.
           perform p84-divide-out.
           if fx-exp > zero
             move fx-d to fx-prime
             perform p86-add-factor.
           if fx-d = 2
             move 3 to fx-d
           else
             add 2 to fx-d.

       p82-split-part.

           move fx-part(fx-stack-count) to rho-n.
           move rho-n to mr-n.
           perform p10-test-number.

           if mr-is-prime
             subtract 1 from fx-stack-count
             move rho-n to fx-prime
             move 1     to fx-exp
             perform p86-add-factor
           else
             perform p90-brent-rho
             if not fx-out-of-time
               subtract 1 from fx-stack-count
               divide rho-n by rho-g giving fx-q
               add 1 to fx-stack-count
               move rho-g to fx-part(fx-stack-count)
               add 1 to fx-stack-count
               move fx-q  to fx-part(fx-stack-count)
             end-if
           end-if.

       p84-divide-out.

           divide fx-n by fx-d giving fx-q remainder fx-r.
           if fx-r = zero
             add 1 to fx-exp
             move fx-q to fx-n
             go to p84-divide-out.

       p85-collect-cofactor.

           compute math-cofactor =
                   math-cofactor * fx-part(fx-stack-count).
           subtract 1 from fx-stack-count.

      *    factors are kept in ascending order; a prime already in
      *    the table only has its exponent raised
       p86-add-factor.

           move "N" to fx-found.
           move 1   to fx-pos.
           perform p87-find-position
             until fx-pos > math-factor-count or fx-entry-found
                or math-factor-prime(fx-pos) > fx-prime.

           if fx-entry-found
             subtract 1 from fx-pos
             add fx-exp to math-factor-exp(fx-pos)
           else
             if math-factor-count < 15
               move math-factor-count to fx-move
               perform p88-shift-up until fx-move < fx-pos
               move fx-prime to math-factor-prime(fx-pos)
               move fx-exp   to math-factor-exp(fx-pos)
               add 1 to math-factor-count
             end-if
           end-if.

       p87-find-position.

           if math-factor-prime(fx-pos) = fx-prime
             move "Y" to fx-found.
           add 1 to fx-pos.

       p88-shift-up.

           move math-factor-entry(fx-move)
             to math-factor-entry(fx-move + 1).
           subtract 1 from fx-move.

      *    brent's variant of pollard rho on rho-n, leaves a proper
      *    divisor in rho-g; the polynomial constant is changed when
      *    a cycle closes without splitting the number
       p90-brent-rho.

           move 1 to rho-c.
           move zero to rho-tries.
           move rho-n to rho-g.
           perform p91-rho-attempt
             until rho-g not = rho-n or fx-out-of-time.
           if rho-g = rho-n
             move "Y" to fx-timed-out.

       p91-rho-attempt.

           add 1 to rho-tries.
           add 1 to rho-c.
           move 2 to rho-y.
           move 1 to rho-r rho-q rho-g.
           perform p92-rho-round
             until rho-g > 1 or fx-out-of-time.

           if rho-g = rho-n and not fx-out-of-time
             move 1 to rho-g
             perform p94-rho-backtrack until rho-g > 1.
           if rho-tries >= 50
             move "Y" to fx-timed-out.

       p92-rho-round.

           move rho-y to rho-x.
           move 1 to rho-i.
           perform p96-rho-next-y until rho-i > rho-r.
           move zero to rho-k.
           perform p93-rho-batch
             until rho-k >= rho-r or rho-g > 1 or fx-out-of-time.
           compute rho-r = rho-r * 2.

       p93-rho-batch.

           move rho-y to rho-ys.
           compute rho-limit = rho-r - rho-k.
           if rho-limit > rho-batch
             move rho-batch to rho-limit.
           move 1 to rho-i.
           perform p97-rho-accumulate until rho-i > rho-limit.

           move rho-q to gcd-a.
           move rho-n to gcd-b.
           perform p98-gcd.
           move gcd-a to rho-g.
           add rho-batch to rho-k.

           perform p95-read-clock.
           if clock-budget > zero
             compute clock-elapsed = clock-now - clock-start
             if clock-elapsed < zero
               add 8640000 to clock-elapsed
             end-if
             if clock-elapsed > clock-budget
               move "Y" to fx-timed-out
             end-if
           end-if.

       p94-rho-backtrack.

           move rho-ys to mm-a mm-b.
           move rho-n  to mm-m.
           perform p70-mul-mod.
           compute rho-t = mm-result + rho-c.
           if rho-t >= rho-n
             subtract rho-n from rho-t.
           move rho-t to rho-ys.
           if rho-x > rho-ys
             compute gcd-a = rho-x - rho-ys
           else
             compute gcd-a = rho-ys - rho-x.
           move rho-n to gcd-b.
           perform p98-gcd.
           move gcd-a to rho-g.

       p95-read-clock.

           accept clock-time from time.
           compute clock-now = ( ( clock-hh * 60 + clock-mm ) * 60
                               + clock-ss ) * 100 + clock-cc.

       p96-rho-next-y.

           move rho-y to mm-a mm-b.
           move rho-n to mm-m.
           perform p70-mul-mod.
           compute rho-t = mm-result + rho-c.
           if rho-t >= rho-n
             subtract rho-n from rho-t.
           move rho-t to rho-y.
           add 1 to rho-i.

       p97-rho-accumulate.

           perform p96-rho-next-y.
           if rho-x > rho-y
             compute rho-diff = rho-x - rho-y
           else
             compute rho-diff = rho-y - rho-x.
           move rho-q    to mm-a.
           move rho-diff to mm-b.
           move rho-n    to mm-m.
           perform p70-mul-mod.
           move mm-result to rho-q.

       p98-gcd.

           perform p99-gcd-step until gcd-b = zero.

       p99-gcd-step.

           divide gcd-a by gcd-b giving gcd-q remainder gcd-r.
           move gcd-b to gcd-a.
           move gcd-r to gcd-b.
