         select fmsgcat assign to "primes_messages.dat"
                organization line sequential
                file status is msgcat-status.
         select fcapture assign to dynamic capture-filename
                organization line sequential
                file status is capture-status.

       data division.
       file section.
       01 file-buffer        pic x(264).
       fd fmsgcat.
       01 msgcat-buffer      pic x(132).
       fd fcapture.
       01 capture-buffer     pic x(132).

       working-storage section.
       01  filler               pic x(32) value "start ws primesui".

       01 msgcat-status      pic x(2)  value space.
       01 capture-status     pic x(2)  value space.
       01 capture-filename   pic x(40) value space.
       01 capture-flag       pic x     value "N".
        88 capture-is-open    value "Y".
       01 capture-stamp.
        03 capture-date      pic x(8).
        03 capture-time      pic x(8).
       01 msgcat-eof         pic x     value "N".
        88 msgcat-at-end      value "Y".
       01 msg-language       pic x     value "E".
       01 msg-lang-env       pic x(8)  value space.
       01 msg-catalog.
        03 msg-count         pic 9(4)  value zero.
        03 msg-entry occurs 3000 times indexed by msg-idx.
         05 mc-num           pic 9(4).
         05 mc-lang          pic x.
         05 mc-text          pic x(92).
       01 lbl-text           pic x(92) value space.
       01 lbl-found          pic x     value "N".
        88 lbl-was-found      value "Y".
      *    a logged message with steps in the runbook is followed by
      *    those steps
       01 book-msg-number    pic 9(4)  value zero.
       01 book-step-ed       pic 99.
       01 book-line          pic x(132) value space.

           copy primes-book.

       01  printer.
        03 print-buffer      pic x(264).
               perform r98-message-ui
             when prompt-ui
               perform r98b-prompt-ui
             when capture-start-ui
               perform r95-capture-start
             when capture-line-ui
               perform r95a-capture-line
             when capture-stop-ui
               perform r95b-capture-stop
             when other
               move 1 to ui-method-result
           end-evaluate.
           if not msgcat-at-end
             and msgcat-buffer(1:1) >= '0'
             and msgcat-buffer(1:1) <= '9'
             and msg-count < 3000
             add 1 to msg-count
             compute mc-num(msg-count) =
                     function numval(msgcat-buffer(1:4))

       r98-message-ui.

           move ui-message-number to book-msg-number.

           if ui-message-number > zero
             perform r98a-resolve-message
             move zero to ui-message-number.

           display process-message upon scherm.

           if capture-is-open
             write capture-buffer from process-message.

           if book-msg-number > zero
             perform r98c-show-runbook.

       r98c-show-runbook.

           move 'find'          to book-methods.
           move "MSG"           to book-type.
           move book-msg-number to book-key.
           call "primesbook" using primes-book.

           if book-method-ok
             perform r98d-show-runbook-step
               varying book-idx from 1 by 1
               until book-idx > book-step-count.

       r98d-show-runbook-step.

           move book-step-no(book-idx) to book-step-ed.
           move spaces to book-line.
           string '    runbook '            delimited by size
                  book-step-ed             delimited by size
                  ': '                     delimited by size
                  book-step-text(book-idx) delimited by size
                  into book-line
           end-string.

           display function trim(book-line trailing) upon scherm.

           if capture-is-open
             write capture-buffer from book-line.

       r98b-prompt-ui.

           if ui-message-number > zero

           display program-message upon scherm.

           if capture-is-open
             write capture-buffer from program-message.

      *    a capture file of an earlier attempt of the job is added to,
      *    a new file is created otherwise
       r95-capture-start.

           if capture-is-open
             close fcapture
             move "N" to capture-flag.

           move ui-capture-filename to capture-filename.
           open extend fcapture.
           if capture-status = "35"
             open output fcapture.

           if capture-status = "00"
             move "Y" to capture-flag
             accept capture-date from date yyyymmdd
             accept capture-time from time
             move spaces to capture-buffer
             string "---- "                   delimited by size
                    function trim(capture-filename) delimited by size
                    " opened "                delimited by size
                    capture-date              delimited by size
                    " "                       delimited by size
                    capture-time(1:6)         delimited by size
                    " ----"                   delimited by size
                    into capture-buffer
             end-string
             write capture-buffer
             move 0 to ui-method-result
           else
             display "capture file " capture-filename
                     " status " capture-status upon scherm
             move 1 to ui-method-result.

       r95a-capture-line.

           if capture-is-open
             write capture-buffer from ui-report-line.

           move 0 to ui-method-result.

       r95b-capture-stop.

           if capture-is-open
             close fcapture
             move "N" to capture-flag.

           move 0 to ui-method-result.

       r98a-resolve-message.

           move "N" to msg-found.
