      *    three-tier-operations methods
      *    primality bitmap service
       01 primes-bmap.
        03 bmap-methods            pic x(32).
         88 bmap-open              value "open".
         88 bmap-test              value "test".
         88 bmap-next              value "next".
         88 bmap-prev              value "prev".
         88 bmap-extend            value "extend".
         88 bmap-rebuild           value "rebuild".
         88 bmap-set               value "set".
         88 bmap-finish            value "finish".
         88 bmap-close             value "close".
         88 bmap-state             value "state".
        03 bmap-number             pic 9(18)  value zero.
        03 bmap-found              pic 9(18)  value zero.
        03 bmap-present            pic x     value "N".
         88 bmap-is-present        value "Y".
        03 bmap-covered            pic x     value "N".
         88 bmap-is-covered        value "Y".
        03 bmap-bit                pic x     value "N".
         88 bmap-is-prime          value "Y".
      *    header of primes_bitmap.dat: highest number covered, the
      *    primes counted into it and their sum modulo 10**18
        03 bmap-limit              pic 9(18)  value zero.
        03 bmap-row-count          pic 9(18)  value zero.
        03 bmap-checksum           pic 9(18)  value zero.
        03 bmap-stamp              pic x(19) value space.
      *    set by every open of the file; state answers present only
      *    while the file is still open under the caller's serial
        03 bmap-open-serial        pic 9(9)  value zero.
        03 bmap-result             pic 9(2)  value zero.
         88 bmap-method-ok         value 0.
         88 bmap-method-nok        value 1.
