      *    three-tier-operations methods
      *    runbook service
       01 primes-book.
        03 book-methods            pic x(32).
         88 book-find              value "find".
         88 book-alert             value "alert".
         88 book-reload            value "reload".
      *    find looks up book-type and book-key; alert tries the
      *    message number, then the SQLCODE, then the source of an
      *    alert and returns the type and key it found
        03 book-type               pic x(3)  value space.
         88 book-by-source         value "SRC".
         88 book-by-message        value "MSG".
         88 book-by-sqlcode        value "SQL".
        03 book-key                pic x(16) value space.
        03 book-msgno              pic 9(4)  value zero.
        03 book-sqlcode            pic s9(9) value zero.
        03 book-source             pic x(16) value space.
        03 book-step-count         pic 9(2)  value zero.
        03 book-step occurs 20 times indexed by book-idx.
         05 book-step-no           pic 9(2).
         05 book-step-text         pic x(92).
        03 book-result             pic 9(2)  value zero.
         88 book-method-ok         value 0.
         88 book-method-nok        value 1.
