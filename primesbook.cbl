       identification division.
       program-id. primesbook.

       environment division.
       configuration section.
       source-computer. linux-laptop.
       object-computer. linux-laptop.
       special-names.
           console is scherm.

       input-output section.
       file-control.
         select frunbook assign to "primes_runbook.dat"
         organization line sequential
         file status is runbook-status.

       data division.
       file section.
       fd frunbook.
       01 runbook-buffer pic x(132).

       working-storage section.
       01  filler               pic x(32) value "Start WS primesbook".
       01  runbook-status       pic x(2)  value space.
       01  runbook-eof          pic x     value "N".
        88 runbook-at-end        value "Y".
       01  runbook-loaded       pic x     value "N".
        88 runbook-is-loaded     value "Y".

      *    runbook file primes_runbook.dat, one step per line:
      *    SRC <alert source> <step> <E|D> <instruction>
      *    MSG <message number> <step> <E|D> <instruction>
      *    SQL <sqlcode> <step> <E|D> <instruction>
      *    steps are shown in the language of PRIMES_LANG, in
      *    English where a key has no steps in that language
       01  rb-word-type         pic x(16) value space.
       01  rb-word-key          pic x(16) value space.
       01  rb-word-step         pic x(16) value space.
       01  rb-word-lang         pic x(16) value space.
       01  rb-pointer           pic 9(3)  value zero.
       01  rb-language          pic x     value "E".
       01  rb-lang-env          pic x(8)  value space.
       01  rb-want-lang         pic x     value "E".
       01  rb-want-num          pic s9(9) value zero.
       01  rb-num-ed            pic -(9)9.

       01  runbook-table.
        03 rb-count             pic 9(3)  value zero.
        03 rb-entry occurs 500 times indexed by rb-idx.
         05 rbe-type            pic x(3).
         05 rbe-key             pic x(16).
         05 rbe-num             pic s9(9).
         05 rbe-step            pic 9(2).
         05 rbe-lang            pic x.
         05 rbe-text            pic x(92).

       01  rb-i                 pic 9(2)  value zero.
       01  rb-j                 pic 9(2)  value zero.
       01  rb-swap              pic x(94) value space.

       linkage section.

           copy primes-book.

       procedure division using primes-book.

           if book-reload
             move "N" to runbook-loaded.

           if not runbook-is-loaded
             perform b90-load-runbook.

           move zero to book-step-count.
           move 0    to book-result.

           evaluate true
             when book-find
               perform b10-find-steps
             when book-alert
               perform b20-find-alert-steps
             when book-reload
               continue
             when other
               move 1 to book-result
           end-evaluate.

           exit program.

       b10-find-steps.

           move function upper-case(book-type) to book-type.
           move function upper-case(book-key)  to book-key.
           move zero to rb-want-num.
           if ( book-by-message or book-by-sqlcode )
             and book-key not = spaces
             compute rb-want-num =
                     function numval(function trim(book-key))
           end-if.

           move rb-language to rb-want-lang.
           perform b11-collect-step
             varying rb-idx from 1 by 1 until rb-idx > rb-count.
           if book-step-count = zero and rb-language not = "E"
             move "E" to rb-want-lang
             perform b11-collect-step
               varying rb-idx from 1 by 1 until rb-idx > rb-count
           end-if.

           if book-step-count = zero
             move 1 to book-result
           else
             perform b12-sort-pass
               varying rb-i from 1 by 1 until rb-i >= book-step-count
           end-if.

       b11-collect-step.

           if rbe-type(rb-idx) = book-type
             and rbe-lang(rb-idx) = rb-want-lang
             and book-step-count < 20
             and ( ( book-by-source
                     and rbe-key(rb-idx) = book-key )
                or ( not book-by-source
                     and rbe-num(rb-idx) = rb-want-num ) )
             add 1 to book-step-count
             move rbe-step(rb-idx) to book-step-no(book-step-count)
             move rbe-text(rb-idx) to book-step-text(book-step-count)
           end-if.

       b12-sort-pass.

           perform b13-sort-compare
             varying rb-j from 1 by 1
             until rb-j > book-step-count - rb-i.

       b13-sort-compare.

           if book-step-no(rb-j) > book-step-no(rb-j + 1)
             move book-step(rb-j)     to rb-swap
             move book-step(rb-j + 1) to book-step(rb-j)
             move rb-swap             to book-step(rb-j + 1)
           end-if.

      *    the message number says most about an alert, then its
      *    SQLCODE, then where it came from
       b20-find-alert-steps.

           move 1 to book-result.

           if book-msgno > zero
             move "MSG"      to book-type
             move book-msgno to book-key
             perform b10-find-steps
           end-if.

           if not book-method-ok and book-sqlcode not = zero
             move "SQL"        to book-type
             move book-sqlcode to rb-num-ed
             move function trim(rb-num-ed) to book-key
             perform b10-find-steps
           end-if.

           if not book-method-ok and book-source not = spaces
             move "SRC"       to book-type
             move book-source to book-key
             perform b10-find-steps
           end-if.

           if not book-method-ok
             move spaces to book-type book-key
           end-if.

       b90-load-runbook.

           move zero to rb-count.
           move "N"  to runbook-eof.

           move "E" to rb-language.
           accept rb-lang-env from environment "PRIMES_LANG".
           if function upper-case(rb-lang-env(1:1)) = "D"
             or function upper-case(rb-lang-env(1:2)) = "NL"
             move "D" to rb-language.

           open input frunbook.
           if runbook-status = "00"
             perform b91-load-runbook-line until runbook-at-end
             close frunbook.

           move "Y" to runbook-loaded.

       b91-load-runbook-line.

           read frunbook
             at end move "Y" to runbook-eof
           end-read.

           if not runbook-at-end
             move spaces to rb-word-type rb-word-key rb-word-step
                            rb-word-lang
             move 1 to rb-pointer
             unstring runbook-buffer delimited by all space
               into rb-word-type rb-word-key rb-word-step rb-word-lang
               with pointer rb-pointer
             end-unstring
             move function upper-case(rb-word-type) to rb-word-type
             if ( rb-word-type = "SRC" or rb-word-type = "MSG"
                  or rb-word-type = "SQL" )
               and rb-word-key not = spaces
               and rb-word-step(1:1) >= '0'
               and rb-word-step(1:1) <= '9'
               and rb-pointer <= 132
               and rb-count < 500
               add 1 to rb-count
               move rb-word-type to rbe-type(rb-count)
               move function upper-case(rb-word-key)
                 to rbe-key(rb-count)
               move zero to rbe-num(rb-count)
               if rb-word-type not = "SRC"
                 compute rbe-num(rb-count) =
                         function numval(function trim(rb-word-key))
               end-if
               compute rbe-step(rb-count) =
                       function numval(function trim(rb-word-step))
               move function upper-case(rb-word-lang(1:1))
                 to rbe-lang(rb-count)
               move runbook-buffer(rb-pointer:) to rbe-text(rb-count)
             end-if
           end-if.
