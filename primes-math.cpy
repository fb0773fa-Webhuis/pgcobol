      *    three-tier-operations methods
      *    number-theory service
       01 primes-math.
        03 math-methods            pic x(32).
         88 math-is-prime          value "isprime".
         88 math-next-prime        value "nextprime".
         88 math-prev-prime        value "prevprime".
         88 math-factor            value "factor".
         88 math-random-prime      value "randprime".
        03 math-number             pic 9(18)  value zero.
        03 math-prime-flag         pic x     value "N".
         88 math-number-is-prime   value "Y".
        03 math-found              pic 9(18)  value zero.
      *    factor: math-budget-secs of zero means no time limit;
      *    a partial answer leaves the unsplit part in math-cofactor
        03 math-budget-secs        pic 9(5)  value zero.
        03 math-factor-method      pic x(8)  value space.
        03 math-factor-status      pic x     value "C".
         88 math-factor-complete   value "C".
         88 math-factor-partial    value "P".
        03 math-cofactor           pic 9(18)  value zero.
        03 math-factor-count       pic 9(2)  value zero.
        03 math-factor-entry occurs 15 times indexed by math-fidx.
         05 math-factor-prime      pic 9(18).
         05 math-factor-exp        pic 9(2).
      *    randprime: a prime drawn from math-low to math-high; the
      *    generator restarts from math-seed when math-rand-state is
      *    zero, so the same seed gives the same draws
        03 math-low                pic 9(18)  value zero.
        03 math-high               pic 9(18)  value zero.
        03 math-seed               pic 9(18)  value zero.
        03 math-rand-state         pic 9(10)  value zero.
        03 math-result             pic 9(2)  value zero.
         88 math-method-ok         value 0.
         88 math-method-nok        value 1.
