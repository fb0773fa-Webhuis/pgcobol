      *    three-tier-operations methods
      *    interface file signing service
       01 primes-sign.
        03 sign-methods            pic x(32).
         88 sign-open              value "open".
         88 sign-line              value "line".
         88 sign-close             value "close".
      *    open looks up the key of sign-party, line adds sign-text
      *    as one record of the file, close returns sign-value; the
      *    key file is primes_sign.key unless sign-key-file or
      *    PRIMES_SIGN_KEYS names another
        03 sign-party              pic x(16) value space.
        03 sign-key-file           pic x(80) value space.
        03 sign-text               pic x(132) value space.
        03 sign-value              pic x(24) value space.
        03 sign-lines              pic 9(9)  value zero.
        03 sign-state.
         05 sign-active            pic x     value "N".
          88 sign-is-active        value "Y".
         05 sign-h1                pic 9(12) value zero.
         05 sign-h2                pic 9(12) value zero.
         05 sign-m1                pic 9(6)  value zero.
         05 sign-m2                pic 9(6)  value zero.
         05 sign-secret            pic x(64) value space.
        03 sign-result             pic 9(2)  value zero.
         88 sign-method-ok         value 0.
         88 sign-no-key            value 1.
