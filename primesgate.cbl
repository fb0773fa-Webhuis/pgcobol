      *    primes_gateway_nnnnnn.rdy marker; the gateway processes the
      *    sequence numbers strictly in order and answers with
      *    primes_gateway_nnnnnn.rsp closed by a T control record.
      *    a range request reads "range low high client" and a random
      *    request "random digits count client"; their primes follow
      *    the R record as V records.
       01  gatecmd-filename     pic x(18)
                                value "primes_gateway.cmd".
       01  gatereq-filename     pic x(40) value space.
       01  gate-line-type       pic x(16) value space.
       01  gate-line-number     pic x(20) value space.
       01  gate-line-client     pic x(16) value space.
       01  gate-line-extra      pic x(20) value space.
       01  gate-row-done        pic x     value "N".
        88 gate-rows-done        value "Y".
       01  gate-open-count      pic 9(3)  value zero.
       01  gate-numeric-ed      pic z(8)9.

         05 gr-id               pic 9(9).
         05 gr-status           pic x(8).
         05 gr-answer           pic x(80).
         05 gr-type             pic x(8).

       01  gate-rsp-detail.
        03 filler              pic x(2)  value "R ".
        03 grd-status          pic x(8).
        03 filler              pic x    value space.
        03 grd-answer          pic x(80).
       01  gate-rsp-row.
        03 filler              pic x(2)  value "V ".
        03 grv-id              pic 9(9).
        03 filler              pic x    value space.
        03 grv-seq             pic 9(9).
        03 filler              pic x    value space.
        03 grv-value           pic 9(18).
       01  gate-rsp-trailer.
        03 filler              pic x(2)  value "T ".
        03 grt-count           pic 9(9).
           if not gate-req-at-end
             and gate-req-count < 200
             move space to gate-line-type gate-line-number
                           gate-line-client gate-line-extra
             unstring gatereq-buffer delimited by all space
               into gate-line-type gate-line-number gate-line-extra
                    gate-line-client
             end-unstring
             move zero           to rq-number-to
             if gate-line-type = "range" or gate-line-type = "random"
               if gate-line-extra(1:1) >= '0'
                 and gate-line-extra(1:1) <= '9'
                 compute rq-number-to =
                   function numval(function trim(gate-line-extra))
               end-if
             else
               move gate-line-extra to gate-line-client
             end-if
             if gate-line-type not = spaces
               and gate-line-type(1:1) not = "*"
               move gate-line-type to rq-type
               move 'request-submit' to dal-methods
               call "primes" using primes-dal
               add 1 to gate-req-count
               move rq-type        to gr-type(gate-req-count)
               if dal-method-ok
                 move rq-id     to gr-id(gate-req-count)
                 move "pending" to gr-status(gate-req-count)
           move gr-answer(gate-idx) to grd-answer.
           move gate-rsp-detail     to gatersp-buffer.
           write gatersp-buffer.

           if ( gr-type(gate-idx) = "range"
                and gr-status(gate-idx) = "done" )
             or ( gr-type(gate-idx) = "random"
                and ( gr-status(gate-idx) = "done"
                      or gr-status(gate-idx) = "partial" ) )
             move gr-id(gate-idx) to rq-id
             move 'rsprow-cursor' to dal-methods
             call "primes" using primes-dal
             if dal-method-ok
               move "N" to gate-row-done
               perform g62-write-one-row until gate-rows-done
             end-if
           end-if.

       g62-write-one-row.

           move 'rsprow-next' to dal-methods.
           call "primes" using primes-dal.

           if dal-method-ok
             move gr-id(gate-idx) to grv-id
             move pc-seq          to grv-seq
             move pc-prime        to grv-value
             move gate-rsp-row    to gatersp-buffer
             write gatersp-buffer
           else
             move "Y" to gate-row-done
           end-if.
